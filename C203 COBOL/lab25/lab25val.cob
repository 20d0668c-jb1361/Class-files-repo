000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB25VAL.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  PURCHASING - INVENTORY PLANNING.
000500 DATE-WRITTEN.  10/09/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/09/2026  DL  INITIAL VERSION. VALUES lab25.stk AT THE
001100*                 WEIGHTED-AVERAGE COST LAB25RCV KEEPS, AS OF A
001200*                 FISCPER PERIOD END SO IT TIES TO FINANCE'S
001300*                 CLOSE. ON-HAND IS ROLLED BACK TO THE PERIOD END
001400*                 THROUGH THE RECEIPTS (LAB25.RCH), ISSUES
001500*                 (LAB25.USE) AND COUNT ADJUSTMENTS (LAB25.ADJ)
001600*                 POSTED SINCE. LAB25.VAL LISTS EACH PART'S
001700*                 ON-HAND, AVERAGE COST AND EXTENDED VALUE UNDER
001800*                 ITS VENDOR, THEN PARTS WITH NO ISSUES IN TWELVE
001900*                 MONTHS AS SLOW-MOVING OR OBSOLETE, THEN TOTALS
002000*                 BY VENDOR AND THE GRAND TOTAL.
002100*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT OPTIONAL stockFile ASSIGN TO "lab25.stk"
002600         ORGANIZATION LINE SEQUENTIAL
002700         FILE STATUS IS stockFileStatus.
002800     SELECT OPTIONAL costFile ASSIGN TO "LAB25.CST"
002900         ORGANIZATION LINE SEQUENTIAL
003000         FILE STATUS IS costFileStatus.
003100     SELECT OPTIONAL receiptHistFile ASSIGN TO "LAB25.RCH"
003200         ORGANIZATION LINE SEQUENTIAL
003300         FILE STATUS IS receiptHistFileStatus.
003400     SELECT OPTIONAL usageFile ASSIGN TO "LAB25.USE"
003500         ORGANIZATION LINE SEQUENTIAL
003600         FILE STATUS IS usageFileStatus.
003700     SELECT OPTIONAL adjRegFile ASSIGN TO "LAB25.ADJ"
003800         ORGANIZATION LINE SEQUENTIAL
003900         FILE STATUS IS adjRegFileStatus.
004000     SELECT OPTIONAL vendorFile ASSIGN TO "LAB25.VND"
004100         ORGANIZATION LINE SEQUENTIAL
004200         FILE STATUS IS vendorFileStatus.
004300     SELECT reportFile ASSIGN TO "LAB25.VAL"
004400         ORGANIZATION LINE SEQUENTIAL.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  stockFile.
004800 01  stockRecord.
004900     05  stkPartNumber           PIC X(06).
005000     05  stkQtyOnHand            PIC 9(07).
005100     05  stkQtyOnOrder           PIC 9(07).
005200 FD  costFile.
005300 01  costRecord.
005400     05  cstPartNumber           PIC X(06).
005500     05  cstAvgCost              PIC 9(05)V9(04).
005600     05  cstLastReceiptDate      PIC 9(08).
005700 FD  receiptHistFile.
005800 01  receiptHistRecord.
005900     05  rchPartNumber           PIC X(06).
006000     05  rchDate                 PIC 9(08).
006100     05  rchReqNumber            PIC 9(05).
006200     05  rchVendor               PIC X(04).
006300     05  rchQty                  PIC 9(05).
006400     05  rchUnitCost             PIC 9(05)V99.
006500     05  rchAvgCost              PIC 9(05)V9(04).
006600 FD  usageFile.
006700 01  usageRecord.
006800     05  usePartNumber           PIC X(06).
006900     05  useDate                 PIC 9(08).
007000     05  useQty                  PIC 9(07).
007100 FD  adjRegFile.
007200 01  adjRegRecord.
007300     05  adjDate                 PIC 9(08).
007400     05  FILLER                  PIC X(01).
007500     05  adjPartNumber           PIC X(06).
007600     05  FILLER                  PIC X(17).
007700     05  adjVarUnits             PIC -(07)9.
007800     05  FILLER                  PIC X(13).
007900     05  adjStatus               PIC X(08).
008000     05  FILLER                  PIC X(19).
008100 FD  vendorFile.
008200 01  vendorDetailsI.
008300     05  vndVendorCodeI          PIC X(04).
008400     05  vndVendorNameI          PIC X(20).
008500     05  vndPartNumberI          PIC X(06).
008600     05  vndLeadDaysI            PIC 9(03).
008700     05  vndUnitPriceI           PIC 9(05)V99.
008800 FD  reportFile.
008900 01  reportLine                  PIC X(80).
009000 WORKING-STORAGE SECTION.
009100*----------------------------------------------------------------
009200* FILE STATUS AND RUN SWITCHES
009300*----------------------------------------------------------------
009400 01  stockFileStatus             PIC X(02).
009500 01  costFileStatus              PIC X(02).
009600 01  receiptHistFileStatus       PIC X(02).
009700 01  usageFileStatus             PIC X(02).
009800 01  adjRegFileStatus            PIC X(02).
009900 01  vendorFileStatus            PIC X(02).
010000 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
010100 01  WS-RECORDS-READ             PIC 9(07) VALUE ZERO.
010200 01  WS-LINES-WRITTEN            PIC 9(07) VALUE ZERO.
010300*----------------------------------------------------------------
010400* AS-OF DATE - THE END OF THE LAST CLOSED FISCAL PERIOD UNLESS
010500* LAB25VAL.CTL (ASOFDATE=) OR THE CONSOLE NAMES A DATE IN ANOTHER
010600*----------------------------------------------------------------
010700 01  WS-TODAY                    PIC 9(08).
010800 01  WS-ASOF-ENTRY               PIC X(08).
010900 01  WS-ASOF-ENTRY-N REDEFINES WS-ASOF-ENTRY
011000                                 PIC 9(08).
011100 01  WS-ASOF-DATE                PIC 9(08).
011200 01  WS-ASOF-YEAR                PIC 9(04).
011300 01  WS-ASOF-PERIOD              PIC 9(02).
011400 01  WS-YEAR-AGO-DATE            PIC 9(08).
011500 01  WS-YEAR-AGO-R REDEFINES WS-YEAR-AGO-DATE.
011600     05  FILLER                  PIC 9(04).
011700     05  WS-YEAR-AGO-MMDD        PIC 9(04).
011800 01  WS-DATE-INT                 PIC 9(07).
011900*----------------------------------------------------------------
012000* ONE ROW PER PART ON lab25.stk - QUANTITY ROLLED BACK TO THE
012100* AS-OF DATE, THE COST IN FORCE THEN, AND WHERE THAT COST CAME
012200* FROM (SPACE = AVERAGE COST, V = VENDOR PRICE, U = UNCOSTED)
012300*----------------------------------------------------------------
012400 01  WS-PART-COUNT               PIC 9(03) COMP VALUE ZERO.
012500 01  WS-PART-SUB                 PIC 9(03) COMP.
012600 01  WS-PART-HIT                 PIC 9(03) COMP VALUE ZERO.
012700 01  WS-WANTED-PART              PIC X(06).
012800 01  WS-PART-TABLE.
012900     05  WS-PART-ENTRY OCCURS 100 TIMES.
013000         10  WS-PRT-PART         PIC X(06).
013100         10  WS-PRT-QTY          PIC S9(08).
013200         10  WS-PRT-AVG-COST     PIC 9(05)V9(04).
013300         10  WS-PRT-COST-DATE    PIC 9(08).
013400         10  WS-PRT-COST-SRC     PIC X(01).
013500             88  PRT-AVERAGE-COST        VALUE "A".
013600             88  PRT-CURRENT-COST        VALUE "C".
013700             88  PRT-VENDOR-PRICE        VALUE "V".
013800             88  PRT-UNCOSTED            VALUE "U".
013900         10  WS-PRT-RCPT-AFTER-SW PIC X(01).
014000             88  PRT-RECEIVED-SINCE      VALUE "Y".
014100         10  WS-PRT-USED-SW      PIC X(01).
014200             88  PRT-USED-IN-YEAR        VALUE "Y".
014300             88  PRT-SLOW-MOVING         VALUE "N".
014400         10  WS-PRT-VENDOR       PIC X(04).
014500         10  WS-PRT-VALUE        PIC 9(09)V99.
014600 01  WS-ADJ-UNITS                PIC S9(07).
014700 01  WS-NO-STOCK-COUNT           PIC 9(03) COMP VALUE ZERO.
014800*----------------------------------------------------------------
014900* LOWEST VENDOR PRICE PER PART - THE FALLBACK COST FOR A PART
015000* WITH NO RECEIPT COST BEFORE THE AS-OF DATE, AND THE VENDOR IT
015100* IS LISTED UNDER WHEN NO RECEIPT NAMES ONE
015200*----------------------------------------------------------------
015300 01  WS-PRICE-COUNT              PIC 9(03) COMP VALUE ZERO.
015400 01  WS-PRICE-SUB                PIC 9(03) COMP.
015500 01  WS-PRICE-HIT                PIC 9(03) COMP VALUE ZERO.
015600 01  WS-PRICE-TABLE.
015700     05  WS-PRICE-ENTRY OCCURS 100 TIMES.
015800         10  WS-PRC-PART         PIC X(06).
015900         10  WS-PRC-VENDOR       PIC X(04).
016000         10  WS-PRC-UNIT-PRICE   PIC 9(05)V99.
016100*----------------------------------------------------------------
016200* VENDOR NAMES, AND THE VENDORS ON THE REPORT IN CODE ORDER WITH
016300* THEIR ACTIVE AND SLOW-MOVING TOTALS
016400*----------------------------------------------------------------
016500 01  WS-VNAME-COUNT              PIC 9(03) COMP VALUE ZERO.
016600 01  WS-VNAME-SUB                PIC 9(03) COMP.
016700 01  WS-VNAME-TABLE.
016800     05  WS-VNAME-ENTRY OCCURS 50 TIMES.
016900         10  WS-VNM-CODE         PIC X(04).
017000         10  WS-VNM-NAME         PIC X(20).
017100 01  WS-VEND-COUNT               PIC 9(03) COMP VALUE ZERO.
017200 01  WS-VEND-SUB                 PIC 9(03) COMP.
017300 01  WS-VEND-HIT                 PIC 9(03) COMP VALUE ZERO.
017400 01  WS-VEND-SHIFT               PIC 9(03) COMP.
017500 01  WS-WANTED-VENDOR            PIC X(04).
017600 01  WS-VEND-TABLE.
017700     05  WS-VEND-ENTRY OCCURS 50 TIMES.
017800         10  WS-VND-CODE         PIC X(04).
017900         10  WS-VND-ACTIVE-VALUE PIC 9(09)V99.
018000         10  WS-VND-SLOW-VALUE   PIC 9(09)V99.
018100         10  WS-VND-ACTIVE-PARTS PIC 9(03) COMP.
018200         10  WS-VND-SLOW-PARTS   PIC 9(03) COMP.
018300*----------------------------------------------------------------
018400* SECTION CONTROL AND TOTALS
018500*----------------------------------------------------------------
018600 01  WS-SECTION-SW               PIC X(01).
018700     88  ACTIVE-SECTION                  VALUE "A".
018800     88  SLOW-SECTION                    VALUE "S".
018900 01  WS-SECTION-VALUE            PIC 9(09)V99.
019000 01  WS-ACTIVE-TOTAL             PIC 9(09)V99 VALUE ZERO.
019100 01  WS-SLOW-TOTAL               PIC 9(09)V99 VALUE ZERO.
019200 01  WS-GRAND-TOTAL              PIC 9(09)V99 VALUE ZERO.
019300 01  WS-VENDOR-TOTAL             PIC 9(09)V99.
019400*----------------------------------------------------------------
019500* REPORT LINES
019600*----------------------------------------------------------------
019700 01  WS-TITLE-LINE               PIC X(80) VALUE
019800     "INVENTORY VALUATION AT WEIGHTED-AVERAGE COST".
019900 01  WS-ASOF-LINE.
020000     05  FILLER                  PIC X(06) VALUE "AS OF ".
020100     05  WS-AOL-DATE             PIC 9(08).
020200     05  FILLER                  PIC X(16) VALUE
020300         "  FISCAL YEAR   ".
020400     05  WS-AOL-YEAR             PIC 9(04).
020500     05  FILLER                  PIC X(08) VALUE "  PERIOD".
020600     05  FILLER                  PIC X(01) VALUE SPACE.
020700     05  WS-AOL-PERIOD           PIC 9(02).
020800 01  WS-ACTIVE-HEADING           PIC X(80) VALUE
020900     "ACTIVE STOCK BY VENDOR".
021000 01  WS-SLOW-HEADING.
021100     05  FILLER                  PIC X(26) VALUE
021200         "SLOW-MOVING OR OBSOLETE - ".
021300     05  FILLER                  PIC X(54) VALUE
021400         "NO ISSUES ON LAB25.USE IN 12 MONTHS".
021500 01  WS-VENDOR-HEADING.
021600     05  FILLER                  PIC X(09) VALUE "  VENDOR ".
021700     05  WS-VHD-CODE             PIC X(04).
021800     05  FILLER                  PIC X(01) VALUE SPACE.
021900     05  WS-VHD-NAME             PIC X(20).
022000 01  WS-COLUMN-LINE.
022100     05  FILLER                  PIC X(40) VALUE
022200         "    PART       ON HAND     AVG COST     ".
022300     05  FILLER                  PIC X(20) VALUE
022400         "    EXT VALUE       ".
022500 01  WS-DETAIL-LINE.
022600     05  FILLER                  PIC X(04) VALUE SPACES.
022700     05  WS-DTL-PART             PIC X(06).
022800     05  FILLER                  PIC X(03) VALUE SPACES.
022900     05  WS-DTL-QTY              PIC Z(06)9.
023000     05  FILLER                  PIC X(03) VALUE SPACES.
023100     05  WS-DTL-COST             PIC ZZ,ZZ9.9999.
023200     05  FILLER                  PIC X(02) VALUE SPACES.
023300     05  WS-DTL-VALUE            PIC ZZZ,ZZZ,ZZ9.99.
023400     05  FILLER                  PIC X(02) VALUE SPACES.
023500     05  WS-DTL-SOURCE           PIC X(01).
023600 01  WS-SUBTOTAL-LINE.
023700     05  FILLER                  PIC X(20) VALUE SPACES.
023800     05  WS-STL-LABEL            PIC X(15).
023900     05  WS-STL-VALUE            PIC ZZZ,ZZZ,ZZ9.99.
024000 01  WS-SUMMARY-HEADING.
024100     05  FILLER                  PIC X(40) VALUE
024200         "TOTALS BY VENDOR             ACTIVE    ".
024300     05  FILLER                  PIC X(40) VALUE
024400         "     SLOW-MOVING          TOTAL         ".
024500 01  WS-SUMMARY-LINE.
024600     05  FILLER                  PIC X(02) VALUE SPACES.
024700     05  WS-SUM-CODE             PIC X(04).
024800     05  FILLER                  PIC X(01) VALUE SPACE.
024900     05  WS-SUM-NAME             PIC X(14).
025000     05  WS-SUM-ACTIVE           PIC ZZZ,ZZZ,ZZ9.99.
025100     05  FILLER                  PIC X(02) VALUE SPACES.
025200     05  WS-SUM-SLOW             PIC ZZZ,ZZZ,ZZ9.99.
025300     05  FILLER                  PIC X(02) VALUE SPACES.
025400     05  WS-SUM-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.
025500 01  WS-NO-STOCK-LINE.
025600     05  WS-NSL-COUNT            PIC ZZ9.
025700     05  FILLER                  PIC X(48) VALUE
025800         " PART(S) WITH NOTHING ON HAND AT THE PERIOD END.".
025900 01  WS-LEGEND-LINE.
026000     05  FILLER                  PIC X(37) VALUE
026100         "COST: BLANK = AVERAGE AT PERIOD END, ".
026200     05  FILLER                  PIC X(39) VALUE
026300         "V = LOWEST VENDOR PRICE, U = UNCOSTED".
026400*----------------------------------------------------------------
026500* CALL INTERFACES - RUN CONTROL, DATE CHECK, FISCAL CALENDAR, AND
026600* THE AUDIT LOG
026700*----------------------------------------------------------------
026800 COPY "rctlparm.cpy".
026900 COPY "dvalparm.cpy".
027000 COPY "fscparm.cpy".
027100 COPY "auditparm.cpy".
027200 PROCEDURE DIVISION.
027300*----------------------------------------------------------------
027400 0000-MAINLINE.
027500*----------------------------------------------------------------
027600     MOVE "LAB25VAL" TO AUDIT-PROGRAM-NAME.
027700     MOVE SPACES TO AUDIT-USER-ID.
027800     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
027900     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
028000     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
028100
028200     PERFORM 1000-GET-AS-OF-DATE
028300         THRU 1000-GET-AS-OF-DATE-EXIT.
028400     IF WS-FINAL-RETURN-CODE NOT = ZERO
028500         GO TO 0000-WRAP-UP
028600     END-IF.
028700     PERFORM 1100-LOAD-STOCK-FILE
028800         THRU 1100-LOAD-STOCK-FILE-EXIT.
028900     IF WS-PART-COUNT = ZERO
029000         DISPLAY "** NO PARTS ON lab25.stk - NOTHING TO VALUE **"
029100         MOVE 8 TO WS-FINAL-RETURN-CODE
029200         GO TO 0000-WRAP-UP
029300     END-IF.
029400     PERFORM 1200-LOAD-COST-MASTER
029500         THRU 1200-LOAD-COST-MASTER-EXIT.
029600     PERFORM 1300-LOAD-VENDOR-MASTER
029700         THRU 1300-LOAD-VENDOR-MASTER-EXIT.
029800
029900     PERFORM 2000-APPLY-RECEIPTS
030000         THRU 2000-APPLY-RECEIPTS-EXIT.
030100     PERFORM 2100-APPLY-ISSUES
030200         THRU 2100-APPLY-ISSUES-EXIT.
030300     PERFORM 2200-APPLY-ADJUSTMENTS
030400         THRU 2200-APPLY-ADJUSTMENTS-EXIT.
030500     PERFORM 2300-VALUE-ONE-PART
030600         THRU 2300-VALUE-ONE-PART-EXIT
030700         VARYING WS-PART-SUB FROM 1 BY 1
030800         UNTIL WS-PART-SUB > WS-PART-COUNT.
030900
031000     PERFORM 3000-PRINT-VALUATION
031100         THRU 3000-PRINT-VALUATION-EXIT.
031200     DISPLAY "Valuation as of " WS-ASOF-DATE
031300         " written to LAB25.VAL - grand total " WS-GRAND-TOTAL.
031400
031500 0000-WRAP-UP.
031600     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
031700     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
031800     MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
031900     MOVE WS-LINES-WRITTEN TO AUDIT-RECORDS-WRITTEN.
032000     CALL "AUDITLOG" USING AUDIT-PARM.
032100*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
032200     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
032300     STOP RUN.
032400*----------------------------------------------------------------
032500 1000-GET-AS-OF-DATE.
032600*    ANY DATE NAMES ITS FISCAL PERIOD AND THE VALUATION IS TAKEN
032700*    AT THAT PERIOD'S END. BLANK MEANS TODAY, AND A PERIOD NOT YET
032800*    ENDED GIVES WAY TO THE ONE BEFORE IT - THE LAST CLOSE.
032900*----------------------------------------------------------------
033000     MOVE "LAB25VAL" TO RCTL-PROGRAM-NAME.
033100     MOVE "ASOFDATE" TO RCTL-KEYWORD.
033200     CALL "RUNCTL" USING RCTL-PARM.
033300     IF RCTL-VALUE-FOUND
033400         MOVE RCTL-VALUE(1:8) TO WS-ASOF-ENTRY
033500         DISPLAY "ASOFDATE taken from LAB25VAL.CTL"
033600     ELSE
033700         DISPLAY "Value as of which date? "
033800             "(YYYYMMDD, blank = last closed fiscal period)"
033900         ACCEPT WS-ASOF-ENTRY FROM CONSOLE
034000     END-IF.
034100     IF WS-ASOF-ENTRY = SPACES
034200         MOVE WS-TODAY TO FSCL-DATE
034300     ELSE
034400         IF WS-ASOF-ENTRY IS NOT NUMERIC
034500             DISPLAY "** " WS-ASOF-ENTRY
034600                 " IS NOT A YYYYMMDD DATE **"
034700             MOVE 8 TO WS-FINAL-RETURN-CODE
034800             GO TO 1000-GET-AS-OF-DATE-EXIT
034900         END-IF
035000         MOVE WS-ASOF-ENTRY-N TO DVAL-DATE
035100         CALL "DATEVAL" USING DVAL-PARM
035200         IF DVAL-IS-NOT-VALID
035300             DISPLAY "** " WS-ASOF-ENTRY " IS NOT A VALID DATE **"
035400             MOVE 8 TO WS-FINAL-RETURN-CODE
035500             GO TO 1000-GET-AS-OF-DATE-EXIT
035600         END-IF
035700         MOVE WS-ASOF-ENTRY-N TO FSCL-DATE
035800     END-IF.
035900     CALL "FISCPER" USING FSCL-PARM.
036000     IF FSCL-IS-VALID
036100         AND FSCL-PERIOD-END >= WS-TODAY
036200         COMPUTE WS-DATE-INT =
036300             FUNCTION INTEGER-OF-DATE(FSCL-PERIOD-START) - 1
036400         COMPUTE FSCL-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
036500         CALL "FISCPER" USING FSCL-PARM
036600     END-IF.
036700     IF FSCL-IS-NOT-VALID
036800         DISPLAY "** " FSCL-DATE " FALLS IN NO PERIOD ON "
036900             "FISCAL.CAL - VALUATION NOT TAKEN **"
037000         MOVE 8 TO WS-FINAL-RETURN-CODE
037100         GO TO 1000-GET-AS-OF-DATE-EXIT
037200     END-IF.
037300     MOVE FSCL-PERIOD-END   TO WS-ASOF-DATE.
037400     MOVE FSCL-FISCAL-YEAR  TO WS-ASOF-YEAR.
037500     MOVE FSCL-PERIOD       TO WS-ASOF-PERIOD.
037600     COMPUTE WS-YEAR-AGO-DATE = WS-ASOF-DATE - 10000.
037700     IF WS-YEAR-AGO-MMDD = 0229
037800         MOVE 0228 TO WS-YEAR-AGO-MMDD
037900     END-IF.
038000     DISPLAY "Valuing as of " WS-ASOF-DATE " - fiscal "
038100         WS-ASOF-YEAR " period " WS-ASOF-PERIOD.
038200 1000-GET-AS-OF-DATE-EXIT.
038300     EXIT.
038400*----------------------------------------------------------------
038500 1100-LOAD-STOCK-FILE.
038600*----------------------------------------------------------------
038700     OPEN INPUT stockFile.
038800     IF stockFileStatus NOT = "00"
038900         CLOSE stockFile
039000         GO TO 1100-LOAD-STOCK-FILE-EXIT
039100     END-IF.
039200     PERFORM FOREVER
039300         READ stockFile
039400             AT END
039500             EXIT PERFORM
039600         END-READ
039700         ADD 1 TO WS-RECORDS-READ
039800         IF WS-PART-COUNT < 100
039900             ADD 1 TO WS-PART-COUNT
040000             MOVE stkPartNumber TO WS-PRT-PART(WS-PART-COUNT)
040100             MOVE stkQtyOnHand  TO WS-PRT-QTY(WS-PART-COUNT)
040200             MOVE ZERO TO WS-PRT-AVG-COST(WS-PART-COUNT)
040300             MOVE ZERO TO WS-PRT-COST-DATE(WS-PART-COUNT)
040400             MOVE ZERO TO WS-PRT-VALUE(WS-PART-COUNT)
040500             MOVE "U"  TO WS-PRT-COST-SRC(WS-PART-COUNT)
040600             MOVE "N"  TO WS-PRT-RCPT-AFTER-SW(WS-PART-COUNT)
040700             MOVE "N"  TO WS-PRT-USED-SW(WS-PART-COUNT)
040800             MOVE SPACES TO WS-PRT-VENDOR(WS-PART-COUNT)
040900         ELSE
041000             DISPLAY "WARNING - part table full, " stkPartNumber
041100                 " not valued"
041200             MOVE 4 TO WS-FINAL-RETURN-CODE
041300         END-IF
041400     END-PERFORM.
041500     CLOSE stockFile.
041600 1100-LOAD-STOCK-FILE-EXIT.
041700     EXIT.
041800*----------------------------------------------------------------
041900 1200-LOAD-COST-MASTER.
042000*    THE CURRENT AVERAGE - GOOD FOR THE PERIOD END ONLY WHEN NO
042100*    RECEIPT HAS MOVED IT SINCE (SEE 2300).
042200*----------------------------------------------------------------
042300     OPEN INPUT costFile.
042400     IF costFileStatus NOT = "00"
042500         DISPLAY "WARNING - LAB25.CST not found, no part has an "
042600             "average cost yet"
042700         CLOSE costFile
042800         GO TO 1200-LOAD-COST-MASTER-EXIT
042900     END-IF.
043000     PERFORM FOREVER
043100         READ costFile
043200             AT END
043300             EXIT PERFORM
043400         END-READ
043500         ADD 1 TO WS-RECORDS-READ
043600         MOVE cstPartNumber TO WS-WANTED-PART
043700         PERFORM 1110-FIND-PART
043800             THRU 1110-FIND-PART-EXIT
043900         IF WS-PART-HIT NOT = ZERO
044000             MOVE cstAvgCost TO WS-PRT-AVG-COST(WS-PART-HIT)
044100             MOVE "C" TO WS-PRT-COST-SRC(WS-PART-HIT)
044200         END-IF
044300     END-PERFORM.
044400     CLOSE costFile.
044500 1200-LOAD-COST-MASTER-EXIT.
044600     EXIT.
044700*----------------------------------------------------------------
044800 1110-FIND-PART.
044900*----------------------------------------------------------------
045000     MOVE ZERO TO WS-PART-HIT.
045100     PERFORM 1120-CHECK-ONE-PART
045200         THRU 1120-CHECK-ONE-PART-EXIT
045300         VARYING WS-PART-SUB FROM 1 BY 1
045400         UNTIL WS-PART-SUB > WS-PART-COUNT
045500         OR WS-PART-HIT NOT = ZERO.
045600 1110-FIND-PART-EXIT.
045700     EXIT.
045800*----------------------------------------------------------------
045900 1120-CHECK-ONE-PART.
046000*----------------------------------------------------------------
046100     IF WS-PRT-PART(WS-PART-SUB) = WS-WANTED-PART
046200         MOVE WS-PART-SUB TO WS-PART-HIT
046300     END-IF.
046400 1120-CHECK-ONE-PART-EXIT.
046500     EXIT.
046600*----------------------------------------------------------------
046700 1300-LOAD-VENDOR-MASTER.
046800*    VENDOR NAMES FOR THE HEADINGS, AND THE LOWEST PRICE (WITH ITS
046900*    VENDOR) PER PART.
047000*----------------------------------------------------------------
047100     OPEN INPUT vendorFile.
047200     IF vendorFileStatus NOT = "00"
047300         DISPLAY "WARNING - LAB25.VND not found, vendor names "
047400             "and fallback prices unavailable"
047500         CLOSE vendorFile
047600         GO TO 1300-LOAD-VENDOR-MASTER-EXIT
047700     END-IF.
047800     PERFORM FOREVER
047900         READ vendorFile
048000             AT END
048100             EXIT PERFORM
048200         END-READ
048300         ADD 1 TO WS-RECORDS-READ
048400         PERFORM 1310-KEEP-VENDOR-NAME
048500             THRU 1310-KEEP-VENDOR-NAME-EXIT
048600         PERFORM 1320-KEEP-LOWEST-PRICE
048700             THRU 1320-KEEP-LOWEST-PRICE-EXIT
048800     END-PERFORM.
048900     CLOSE vendorFile.
049000 1300-LOAD-VENDOR-MASTER-EXIT.
049100     EXIT.
049200*----------------------------------------------------------------
049300 1310-KEEP-VENDOR-NAME.
049400*----------------------------------------------------------------
049500     MOVE ZERO TO WS-VEND-HIT.
049600     PERFORM 1315-CHECK-ONE-NAME
049700         THRU 1315-CHECK-ONE-NAME-EXIT
049800         VARYING WS-VNAME-SUB FROM 1 BY 1
049900         UNTIL WS-VNAME-SUB > WS-VNAME-COUNT
050000         OR WS-VEND-HIT NOT = ZERO.
050100     IF WS-VEND-HIT = ZERO
050200         AND WS-VNAME-COUNT < 50
050300         ADD 1 TO WS-VNAME-COUNT
050400         MOVE vndVendorCodeI TO WS-VNM-CODE(WS-VNAME-COUNT)
050500         MOVE vndVendorNameI TO WS-VNM-NAME(WS-VNAME-COUNT)
050600     END-IF.
050700 1310-KEEP-VENDOR-NAME-EXIT.
050800     EXIT.
050900*----------------------------------------------------------------
051000 1315-CHECK-ONE-NAME.
051100*----------------------------------------------------------------
051200     IF WS-VNM-CODE(WS-VNAME-SUB) = vndVendorCodeI
051300         MOVE WS-VNAME-SUB TO WS-VEND-HIT
051400     END-IF.
051500 1315-CHECK-ONE-NAME-EXIT.
051600     EXIT.
051700*----------------------------------------------------------------
051800 1320-KEEP-LOWEST-PRICE.
051900*----------------------------------------------------------------
052000     MOVE ZERO TO WS-PRICE-HIT.
052100     PERFORM 1325-CHECK-ONE-PRICE
052200         THRU 1325-CHECK-ONE-PRICE-EXIT
052300         VARYING WS-PRICE-SUB FROM 1 BY 1
052400         UNTIL WS-PRICE-SUB > WS-PRICE-COUNT
052500         OR WS-PRICE-HIT NOT = ZERO.
052600     IF WS-PRICE-HIT = ZERO
052700         IF WS-PRICE-COUNT < 100
052800             ADD 1 TO WS-PRICE-COUNT
052900             MOVE vndPartNumberI TO WS-PRC-PART(WS-PRICE-COUNT)
053000             MOVE vndVendorCodeI TO WS-PRC-VENDOR(WS-PRICE-COUNT)
053100             MOVE vndUnitPriceI
053200                 TO WS-PRC-UNIT-PRICE(WS-PRICE-COUNT)
053300         END-IF
053400     ELSE
053500         IF vndUnitPriceI < WS-PRC-UNIT-PRICE(WS-PRICE-HIT)
053600             MOVE vndVendorCodeI TO WS-PRC-VENDOR(WS-PRICE-HIT)
053700             MOVE vndUnitPriceI
053800                 TO WS-PRC-UNIT-PRICE(WS-PRICE-HIT)
053900         END-IF
054000     END-IF.
054100 1320-KEEP-LOWEST-PRICE-EXIT.
054200     EXIT.
054300*----------------------------------------------------------------
054400 1325-CHECK-ONE-PRICE.
054500*----------------------------------------------------------------
054600     IF WS-PRC-PART(WS-PRICE-SUB) = vndPartNumberI
054700         MOVE WS-PRICE-SUB TO WS-PRICE-HIT
054800     END-IF.
054900 1325-CHECK-ONE-PRICE-EXIT.
055000     EXIT.
055100*----------------------------------------------------------------
055200 2000-APPLY-RECEIPTS.
055300*    A RECEIPT AFTER THE PERIOD END COMES BACK OFF THE QUANTITY.
055400*    ONE ON OR BEFORE IT SETS THE PART'S COST - THE LATEST SUCH
055500*    RECEIPT'S AVERAGE IS THE AVERAGE AT THE PERIOD END - AND
055600*    NAMES THE VENDOR THE PART IS LISTED UNDER.
055700*----------------------------------------------------------------
055800     OPEN INPUT receiptHistFile.
055900     IF receiptHistFileStatus NOT = "00"
056000         CLOSE receiptHistFile
056100         GO TO 2000-APPLY-RECEIPTS-EXIT
056200     END-IF.
056300     PERFORM FOREVER
056400         READ receiptHistFile
056500             AT END
056600             EXIT PERFORM
056700         END-READ
056800         ADD 1 TO WS-RECORDS-READ
056900         MOVE rchPartNumber TO WS-WANTED-PART
057000         PERFORM 1110-FIND-PART
057100             THRU 1110-FIND-PART-EXIT
057200         IF WS-PART-HIT NOT = ZERO
057300             PERFORM 2010-APPLY-ONE-RECEIPT
057400                 THRU 2010-APPLY-ONE-RECEIPT-EXIT
057500         END-IF
057600     END-PERFORM.
057700     CLOSE receiptHistFile.
057800 2000-APPLY-RECEIPTS-EXIT.
057900     EXIT.
058000*----------------------------------------------------------------
058100 2010-APPLY-ONE-RECEIPT.
058200*----------------------------------------------------------------
058300     IF rchDate > WS-ASOF-DATE
058400         SUBTRACT rchQty FROM WS-PRT-QTY(WS-PART-HIT)
058500         MOVE "Y" TO WS-PRT-RCPT-AFTER-SW(WS-PART-HIT)
058600         GO TO 2010-APPLY-ONE-RECEIPT-EXIT
058700     END-IF.
058800     IF PRT-AVERAGE-COST(WS-PART-HIT)
058900         AND rchDate < WS-PRT-COST-DATE(WS-PART-HIT)
059000         GO TO 2010-APPLY-ONE-RECEIPT-EXIT
059100     END-IF.
059200     MOVE rchAvgCost TO WS-PRT-AVG-COST(WS-PART-HIT).
059300     MOVE rchDate    TO WS-PRT-COST-DATE(WS-PART-HIT).
059400     MOVE "A"        TO WS-PRT-COST-SRC(WS-PART-HIT).
059500     IF rchVendor NOT = SPACES
059600         MOVE rchVendor TO WS-PRT-VENDOR(WS-PART-HIT)
059700     END-IF.
059800 2010-APPLY-ONE-RECEIPT-EXIT.
059900     EXIT.
060000*----------------------------------------------------------------
060100 2100-APPLY-ISSUES.
060200*    AN ISSUE AFTER THE PERIOD END GOES BACK ON THE QUANTITY. ANY
060300*    ISSUE IN THE TWELVE MONTHS TO THE PERIOD END MARKS THE PART
060400*    AS MOVING.
060500*----------------------------------------------------------------
060600     OPEN INPUT usageFile.
060700     IF usageFileStatus NOT = "00"
060800         DISPLAY "WARNING - LAB25.USE not found, every part will "
060900             "list as slow-moving"
061000         CLOSE usageFile
061100         GO TO 2100-APPLY-ISSUES-EXIT
061200     END-IF.
061300     PERFORM FOREVER
061400         READ usageFile
061500             AT END
061600             EXIT PERFORM
061700         END-READ
061800         ADD 1 TO WS-RECORDS-READ
061900         MOVE usePartNumber TO WS-WANTED-PART
062000         PERFORM 1110-FIND-PART
062100             THRU 1110-FIND-PART-EXIT
062200         IF WS-PART-HIT NOT = ZERO
062300             IF useDate > WS-ASOF-DATE
062400                 ADD useQty TO WS-PRT-QTY(WS-PART-HIT)
062500             ELSE
062600                 IF useDate > WS-YEAR-AGO-DATE
062700                     AND useQty > ZERO
062800                     MOVE "Y" TO WS-PRT-USED-SW(WS-PART-HIT)
062900                 END-IF
063000             END-IF
063100         END-IF
063200     END-PERFORM.
063300     CLOSE usageFile.
063400 2100-APPLY-ISSUES-EXIT.
063500     EXIT.
063600*----------------------------------------------------------------
063700 2200-APPLY-ADJUSTMENTS.
063800*    A CYCLE-COUNT ADJUSTMENT THAT REACHED lab25.stk AFTER THE
063900*    PERIOD END (POSTED BY LAB25CC OR APPROVED IN LAB25CCA) IS
064000*    BACKED OUT. HELD AND REJECTED LINES NEVER MOVED THE BOOK.
064100*----------------------------------------------------------------
064200     OPEN INPUT adjRegFile.
064300     IF adjRegFileStatus NOT = "00"
064400         CLOSE adjRegFile
064500         GO TO 2200-APPLY-ADJUSTMENTS-EXIT
064600     END-IF.
064700     PERFORM FOREVER
064800         READ adjRegFile
064900             AT END
065000             EXIT PERFORM
065100         END-READ
065200         ADD 1 TO WS-RECORDS-READ
065300         IF adjDate > WS-ASOF-DATE
065400             AND (adjStatus = "POSTED" OR adjStatus = "APPROVED")
065500             MOVE adjPartNumber TO WS-WANTED-PART
065600             PERFORM 1110-FIND-PART
065700                 THRU 1110-FIND-PART-EXIT
065800             IF WS-PART-HIT NOT = ZERO
065900                 MOVE adjVarUnits TO WS-ADJ-UNITS
066000                 SUBTRACT WS-ADJ-UNITS
066100                     FROM WS-PRT-QTY(WS-PART-HIT)
066200             END-IF
066300         END-IF
066400     END-PERFORM.
066500     CLOSE adjRegFile.
066600 2200-APPLY-ADJUSTMENTS-EXIT.
066700     EXIT.
066800*----------------------------------------------------------------
066900 2300-VALUE-ONE-PART.
067000*    THE CURRENT AVERAGE STANDS WHEN NO RECEIPT HAS COME IN SINCE
067100*    THE PERIOD END. A PART WITH NO RECEIPT COST BEFORE THE PERIOD
067200*    END FALLS BACK TO ITS LOWEST LAB25.VND PRICE, FLAGGED V.
067300*----------------------------------------------------------------
067400     IF WS-PRT-QTY(WS-PART-SUB) < ZERO
067500         MOVE ZERO TO WS-PRT-QTY(WS-PART-SUB)
067600     END-IF.
067700     MOVE WS-PRT-PART(WS-PART-SUB) TO vndPartNumberI.
067800     MOVE ZERO TO WS-PRICE-HIT.
067900     PERFORM 1325-CHECK-ONE-PRICE
068000         THRU 1325-CHECK-ONE-PRICE-EXIT
068100         VARYING WS-PRICE-SUB FROM 1 BY 1
068200         UNTIL WS-PRICE-SUB > WS-PRICE-COUNT
068300         OR WS-PRICE-HIT NOT = ZERO.
068400     IF PRT-CURRENT-COST(WS-PART-SUB)
068500         AND PRT-RECEIVED-SINCE(WS-PART-SUB)
068600         MOVE "U" TO WS-PRT-COST-SRC(WS-PART-SUB)
068700     END-IF.
068800     IF PRT-UNCOSTED(WS-PART-SUB)
068900         AND WS-PRICE-HIT NOT = ZERO
069000         MOVE WS-PRC-UNIT-PRICE(WS-PRICE-HIT)
069100             TO WS-PRT-AVG-COST(WS-PART-SUB)
069200         MOVE "V" TO WS-PRT-COST-SRC(WS-PART-SUB)
069300     END-IF.
069400     IF PRT-UNCOSTED(WS-PART-SUB)
069500         MOVE ZERO TO WS-PRT-AVG-COST(WS-PART-SUB)
069600     END-IF.
069700     IF WS-PRT-VENDOR(WS-PART-SUB) = SPACES
069800         IF WS-PRICE-HIT NOT = ZERO
069900             MOVE WS-PRC-VENDOR(WS-PRICE-HIT)
070000                 TO WS-PRT-VENDOR(WS-PART-SUB)
070100         ELSE
070200             MOVE "NONE" TO WS-PRT-VENDOR(WS-PART-SUB)
070300         END-IF
070400     END-IF.
070500     COMPUTE WS-PRT-VALUE(WS-PART-SUB) ROUNDED =
070600         WS-PRT-QTY(WS-PART-SUB) * WS-PRT-AVG-COST(WS-PART-SUB).
070700
070800     IF WS-PRT-QTY(WS-PART-SUB) = ZERO
070900         ADD 1 TO WS-NO-STOCK-COUNT
071000         GO TO 2300-VALUE-ONE-PART-EXIT
071100     END-IF.
071200     MOVE WS-PRT-VENDOR(WS-PART-SUB) TO WS-WANTED-VENDOR.
071300     PERFORM 2310-FIND-OR-ADD-VENDOR
071400         THRU 2310-FIND-OR-ADD-VENDOR-EXIT.
071500     IF WS-VEND-HIT = ZERO
071600         GO TO 2300-VALUE-ONE-PART-EXIT
071700     END-IF.
071800     IF PRT-USED-IN-YEAR(WS-PART-SUB)
071900         ADD WS-PRT-VALUE(WS-PART-SUB)
072000             TO WS-VND-ACTIVE-VALUE(WS-VEND-HIT)
072100         ADD 1 TO WS-VND-ACTIVE-PARTS(WS-VEND-HIT)
072200         ADD WS-PRT-VALUE(WS-PART-SUB) TO WS-ACTIVE-TOTAL
072300     ELSE
072400         ADD WS-PRT-VALUE(WS-PART-SUB)
072500             TO WS-VND-SLOW-VALUE(WS-VEND-HIT)
072600         ADD 1 TO WS-VND-SLOW-PARTS(WS-VEND-HIT)
072700         ADD WS-PRT-VALUE(WS-PART-SUB) TO WS-SLOW-TOTAL
072800     END-IF.
072900     ADD WS-PRT-VALUE(WS-PART-SUB) TO WS-GRAND-TOTAL.
073000 2300-VALUE-ONE-PART-EXIT.
073100     EXIT.
073200*----------------------------------------------------------------
073300 2310-FIND-OR-ADD-VENDOR.
073400*    THE REPORT'S VENDOR TABLE IS KEPT IN VENDOR-CODE ORDER AS
073500*    VENDORS ARE ADDED, SO IT PRINTS WITHOUT A SORT.
073600*----------------------------------------------------------------
073700     MOVE ZERO TO WS-VEND-HIT.
073800     PERFORM 2320-CHECK-ONE-VENDOR
073900         THRU 2320-CHECK-ONE-VENDOR-EXIT
074000         VARYING WS-VEND-SUB FROM 1 BY 1
074100         UNTIL WS-VEND-SUB > WS-VEND-COUNT
074200         OR WS-VEND-HIT NOT = ZERO.
074300     IF WS-VEND-HIT NOT = ZERO
074400         GO TO 2310-FIND-OR-ADD-VENDOR-EXIT
074500     END-IF.
074600     IF WS-VEND-COUNT >= 50
074700         DISPLAY "WARNING - vendor table full, " WS-WANTED-VENDOR
074800             " left off the report"
074900         MOVE 4 TO WS-FINAL-RETURN-CODE
075000         GO TO 2310-FIND-OR-ADD-VENDOR-EXIT
075100     END-IF.
075200     MOVE 1 TO WS-VEND-HIT.
075300     PERFORM 2330-FIND-INSERT-POINT
075400         THRU 2330-FIND-INSERT-POINT-EXIT
075500         VARYING WS-VEND-SUB FROM 1 BY 1
075600         UNTIL WS-VEND-SUB > WS-VEND-COUNT.
075700     PERFORM 2340-SHIFT-ONE-VENDOR
075800         THRU 2340-SHIFT-ONE-VENDOR-EXIT
075900         VARYING WS-VEND-SHIFT FROM WS-VEND-COUNT BY -1
076000         UNTIL WS-VEND-SHIFT < WS-VEND-HIT.
076100     ADD 1 TO WS-VEND-COUNT.
076200     MOVE WS-WANTED-VENDOR TO WS-VND-CODE(WS-VEND-HIT).
076300     MOVE ZERO TO WS-VND-ACTIVE-VALUE(WS-VEND-HIT).
076400     MOVE ZERO TO WS-VND-SLOW-VALUE(WS-VEND-HIT).
076500     MOVE ZERO TO WS-VND-ACTIVE-PARTS(WS-VEND-HIT).
076600     MOVE ZERO TO WS-VND-SLOW-PARTS(WS-VEND-HIT).
076700 2310-FIND-OR-ADD-VENDOR-EXIT.
076800     EXIT.
076900*----------------------------------------------------------------
077000 2320-CHECK-ONE-VENDOR.
077100*----------------------------------------------------------------
077200     IF WS-VND-CODE(WS-VEND-SUB) = WS-WANTED-VENDOR
077300         MOVE WS-VEND-SUB TO WS-VEND-HIT
077400     END-IF.
077500 2320-CHECK-ONE-VENDOR-EXIT.
077600     EXIT.
077700*----------------------------------------------------------------
077800 2330-FIND-INSERT-POINT.
077900*    THE NEW VENDOR GOES AFTER EVERY CODE THAT SORTS BELOW IT.
078000*----------------------------------------------------------------
078100     IF WS-VND-CODE(WS-VEND-SUB) < WS-WANTED-VENDOR
078200         COMPUTE WS-VEND-HIT = WS-VEND-SUB + 1
078300     END-IF.
078400 2330-FIND-INSERT-POINT-EXIT.
078500     EXIT.
078600*----------------------------------------------------------------
078700 2340-SHIFT-ONE-VENDOR.
078800*----------------------------------------------------------------
078900     IF WS-VEND-SHIFT > ZERO
079000         MOVE WS-VEND-ENTRY(WS-VEND-SHIFT)
079100             TO WS-VEND-ENTRY(WS-VEND-SHIFT + 1)
079200     END-IF.
079300 2340-SHIFT-ONE-VENDOR-EXIT.
079400     EXIT.
079500*----------------------------------------------------------------
079600 3000-PRINT-VALUATION.
079700*----------------------------------------------------------------
079800     OPEN OUTPUT reportFile.
079900     MOVE WS-TITLE-LINE TO reportLine.
080000     PERFORM 9000-WRITE-LINE
080100         THRU 9000-WRITE-LINE-EXIT.
080200     MOVE WS-ASOF-DATE   TO WS-AOL-DATE.
080300     MOVE WS-ASOF-YEAR   TO WS-AOL-YEAR.
080400     MOVE WS-ASOF-PERIOD TO WS-AOL-PERIOD.
080500     MOVE WS-ASOF-LINE TO reportLine.
080600     PERFORM 9000-WRITE-LINE
080700         THRU 9000-WRITE-LINE-EXIT.
080800
080900     MOVE SPACES TO reportLine.
081000     PERFORM 9000-WRITE-LINE
081100         THRU 9000-WRITE-LINE-EXIT.
081200     MOVE WS-ACTIVE-HEADING TO reportLine.
081300     PERFORM 9000-WRITE-LINE
081400         THRU 9000-WRITE-LINE-EXIT.
081500     SET ACTIVE-SECTION TO TRUE.
081600     PERFORM 3100-PRINT-ONE-VENDOR
081700         THRU 3100-PRINT-ONE-VENDOR-EXIT
081800         VARYING WS-VEND-SUB FROM 1 BY 1
081900         UNTIL WS-VEND-SUB > WS-VEND-COUNT.
082000     MOVE "ACTIVE TOTAL" TO WS-STL-LABEL.
082100     MOVE WS-ACTIVE-TOTAL TO WS-STL-VALUE.
082200     MOVE WS-SUBTOTAL-LINE TO reportLine.
082300     PERFORM 9000-WRITE-LINE
082400         THRU 9000-WRITE-LINE-EXIT.
082500
082600     MOVE SPACES TO reportLine.
082700     PERFORM 9000-WRITE-LINE
082800         THRU 9000-WRITE-LINE-EXIT.
082900     MOVE WS-SLOW-HEADING TO reportLine.
083000     PERFORM 9000-WRITE-LINE
083100         THRU 9000-WRITE-LINE-EXIT.
083200     SET SLOW-SECTION TO TRUE.
083300     PERFORM 3100-PRINT-ONE-VENDOR
083400         THRU 3100-PRINT-ONE-VENDOR-EXIT
083500         VARYING WS-VEND-SUB FROM 1 BY 1
083600         UNTIL WS-VEND-SUB > WS-VEND-COUNT.
083700     MOVE "SLOW TOTAL" TO WS-STL-LABEL.
083800     MOVE WS-SLOW-TOTAL TO WS-STL-VALUE.
083900     MOVE WS-SUBTOTAL-LINE TO reportLine.
084000     PERFORM 9000-WRITE-LINE
084100         THRU 9000-WRITE-LINE-EXIT.
084200
084300     MOVE SPACES TO reportLine.
084400     PERFORM 9000-WRITE-LINE
084500         THRU 9000-WRITE-LINE-EXIT.
084600     MOVE WS-SUMMARY-HEADING TO reportLine.
084700     PERFORM 9000-WRITE-LINE
084800         THRU 9000-WRITE-LINE-EXIT.
084900     PERFORM 3300-SUMMARIZE-ONE-VENDOR
085000         THRU 3300-SUMMARIZE-ONE-VENDOR-EXIT
085100         VARYING WS-VEND-SUB FROM 1 BY 1
085200         UNTIL WS-VEND-SUB > WS-VEND-COUNT.
085300     MOVE "GRAND TOTAL" TO WS-STL-LABEL.
085400     MOVE WS-GRAND-TOTAL TO WS-STL-VALUE.
085500     MOVE WS-SUBTOTAL-LINE TO reportLine.
085600     PERFORM 9000-WRITE-LINE
085700         THRU 9000-WRITE-LINE-EXIT.
085800
085900     MOVE SPACES TO reportLine.
086000     PERFORM 9000-WRITE-LINE
086100         THRU 9000-WRITE-LINE-EXIT.
086200     MOVE WS-NO-STOCK-COUNT TO WS-NSL-COUNT.
086300     MOVE WS-NO-STOCK-LINE TO reportLine.
086400     PERFORM 9000-WRITE-LINE
086500         THRU 9000-WRITE-LINE-EXIT.
086600     MOVE WS-LEGEND-LINE TO reportLine.
086700     PERFORM 9000-WRITE-LINE
086800         THRU 9000-WRITE-LINE-EXIT.
086900     CLOSE reportFile.
087000 3000-PRINT-VALUATION-EXIT.
087100     EXIT.
087200*----------------------------------------------------------------
087300 3100-PRINT-ONE-VENDOR.
087400*    ONE VENDOR'S PARTS FOR THE SECTION BEING PRINTED, SKIPPED
087500*    WHEN IT HAS NONE THERE.
087600*----------------------------------------------------------------
087700     IF ACTIVE-SECTION
087800         IF WS-VND-ACTIVE-PARTS(WS-VEND-SUB) = ZERO
087900             GO TO 3100-PRINT-ONE-VENDOR-EXIT
088000         END-IF
088100         MOVE WS-VND-ACTIVE-VALUE(WS-VEND-SUB) TO WS-VENDOR-TOTAL
088200     ELSE
088300         IF WS-VND-SLOW-PARTS(WS-VEND-SUB) = ZERO
088400             GO TO 3100-PRINT-ONE-VENDOR-EXIT
088500         END-IF
088600         MOVE WS-VND-SLOW-VALUE(WS-VEND-SUB) TO WS-VENDOR-TOTAL
088700     END-IF.
088800     MOVE WS-VND-CODE(WS-VEND-SUB) TO WS-VHD-CODE.
088900     PERFORM 3400-FIND-VENDOR-NAME
089000         THRU 3400-FIND-VENDOR-NAME-EXIT.
089100     MOVE WS-VENDOR-HEADING TO reportLine.
089200     PERFORM 9000-WRITE-LINE
089300         THRU 9000-WRITE-LINE-EXIT.
089400     MOVE WS-COLUMN-LINE TO reportLine.
089500     PERFORM 9000-WRITE-LINE
089600         THRU 9000-WRITE-LINE-EXIT.
089700     PERFORM 3200-PRINT-ONE-PART
089800         THRU 3200-PRINT-ONE-PART-EXIT
089900         VARYING WS-PART-SUB FROM 1 BY 1
090000         UNTIL WS-PART-SUB > WS-PART-COUNT.
090100     MOVE "VENDOR TOTAL" TO WS-STL-LABEL.
090200     MOVE WS-VENDOR-TOTAL TO WS-STL-VALUE.
090300     MOVE WS-SUBTOTAL-LINE TO reportLine.
090400     PERFORM 9000-WRITE-LINE
090500         THRU 9000-WRITE-LINE-EXIT.
090600 3100-PRINT-ONE-VENDOR-EXIT.
090700     EXIT.
090800*----------------------------------------------------------------
090900 3200-PRINT-ONE-PART.
091000*----------------------------------------------------------------
091100     IF WS-PRT-VENDOR(WS-PART-SUB) NOT = WS-VND-CODE(WS-VEND-SUB)
091200         OR WS-PRT-QTY(WS-PART-SUB) = ZERO
091300         GO TO 3200-PRINT-ONE-PART-EXIT
091400     END-IF.
091500     IF ACTIVE-SECTION AND PRT-SLOW-MOVING(WS-PART-SUB)
091600         GO TO 3200-PRINT-ONE-PART-EXIT
091700     END-IF.
091800     IF SLOW-SECTION AND PRT-USED-IN-YEAR(WS-PART-SUB)
091900         GO TO 3200-PRINT-ONE-PART-EXIT
092000     END-IF.
092100     MOVE WS-PRT-PART(WS-PART-SUB)     TO WS-DTL-PART.
092200     MOVE WS-PRT-QTY(WS-PART-SUB)      TO WS-DTL-QTY.
092300     MOVE WS-PRT-AVG-COST(WS-PART-SUB) TO WS-DTL-COST.
092400     MOVE WS-PRT-VALUE(WS-PART-SUB)    TO WS-DTL-VALUE.
092500     IF PRT-VENDOR-PRICE(WS-PART-SUB)
092600         OR PRT-UNCOSTED(WS-PART-SUB)
092700         MOVE WS-PRT-COST-SRC(WS-PART-SUB) TO WS-DTL-SOURCE
092800     ELSE
092900         MOVE SPACE TO WS-DTL-SOURCE
093000     END-IF.
093100     MOVE WS-DETAIL-LINE TO reportLine.
093200     PERFORM 9000-WRITE-LINE
093300         THRU 9000-WRITE-LINE-EXIT.
093400 3200-PRINT-ONE-PART-EXIT.
093500     EXIT.
093600*----------------------------------------------------------------
093700 3300-SUMMARIZE-ONE-VENDOR.
093800*----------------------------------------------------------------
093900     MOVE WS-VND-CODE(WS-VEND-SUB) TO WS-VHD-CODE.
094000     PERFORM 3400-FIND-VENDOR-NAME
094100         THRU 3400-FIND-VENDOR-NAME-EXIT.
094200     MOVE WS-VND-CODE(WS-VEND-SUB)         TO WS-SUM-CODE.
094300     MOVE WS-VHD-NAME                      TO WS-SUM-NAME.
094400     MOVE WS-VND-ACTIVE-VALUE(WS-VEND-SUB) TO WS-SUM-ACTIVE.
094500     MOVE WS-VND-SLOW-VALUE(WS-VEND-SUB)   TO WS-SUM-SLOW.
094600     COMPUTE WS-VENDOR-TOTAL = WS-VND-ACTIVE-VALUE(WS-VEND-SUB)
094700         + WS-VND-SLOW-VALUE(WS-VEND-SUB).
094800     MOVE WS-VENDOR-TOTAL                  TO WS-SUM-TOTAL.
094900     MOVE WS-SUMMARY-LINE TO reportLine.
095000     PERFORM 9000-WRITE-LINE
095100         THRU 9000-WRITE-LINE-EXIT.
095200 3300-SUMMARIZE-ONE-VENDOR-EXIT.
095300     EXIT.
095400*----------------------------------------------------------------
095500 3400-FIND-VENDOR-NAME.
095600*----------------------------------------------------------------
095700     MOVE SPACES TO WS-VHD-NAME.
095800     IF WS-VHD-CODE = "NONE"
095900         MOVE "(NO VENDOR ON FILE)" TO WS-VHD-NAME
096000         GO TO 3400-FIND-VENDOR-NAME-EXIT
096100     END-IF.
096200     PERFORM 3410-CHECK-ONE-NAME
096300         THRU 3410-CHECK-ONE-NAME-EXIT
096400         VARYING WS-VNAME-SUB FROM 1 BY 1
096500         UNTIL WS-VNAME-SUB > WS-VNAME-COUNT
096600         OR WS-VHD-NAME NOT = SPACES.
096700 3400-FIND-VENDOR-NAME-EXIT.
096800     EXIT.
096900*----------------------------------------------------------------
097000 3410-CHECK-ONE-NAME.
097100*----------------------------------------------------------------
097200     IF WS-VNM-CODE(WS-VNAME-SUB) = WS-VHD-CODE
097300         MOVE WS-VNM-NAME(WS-VNAME-SUB) TO WS-VHD-NAME
097400     END-IF.
097500 3410-CHECK-ONE-NAME-EXIT.
097600     EXIT.
097700*----------------------------------------------------------------
097800 9000-WRITE-LINE.
097900*----------------------------------------------------------------
098000     WRITE reportLine.
098100     ADD 1 TO WS-LINES-WRITTEN.
098200 9000-WRITE-LINE-EXIT.
098300     EXIT.
