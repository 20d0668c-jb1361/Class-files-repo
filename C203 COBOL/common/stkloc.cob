000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    STKLOC.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  SHARED SUBPROGRAMS.
000500 DATE-WRITTEN.  10/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/10/2026  DL  INITIAL VERSION. THE SHOP NOW KEEPS PARTS IN THE
001100*                 MAIN STOREROOM AND A SATELLITE CRIB AT THE
001200*                 GARAGE. lab25.stk STAYS THE COMBINED ON-HAND
001300*                 THAT HELLO1'S REORDER POINT IS TESTED AGAINST;
001400*                 THIS SUBPROGRAM KEEPS WHAT SITS AT EACH
001500*                 SATELLITE ON LAB25.LOC AND ANSWERS LOCATION
001600*                 LOOKUPS, BALANCES AND POSTINGS FOR ANY CALLER.
001700*----------------------------------------------------------------
001800* CALLING CONVENTION - CALL "STKLOC" USING SLOC-PARM (SEE COPYBOOK
001900* SLOCPARM). THE LOCATION MASTER (LAB25.LCN) AND THE SATELLITE
002000* BALANCES (LAB25.LOC) LOAD ON THE FIRST CALL OF THE RUN AND ARE
002100* HELD AFTER, SAME PATTERN AS VEHSTAT. POSTINGS STAY IN STORAGE
002200* UNTIL THE CALLER ASKS FOR A SAVE, SO A RUN THAT ENDS EARLY
002300* LEAVES LAB25.LOC AS IT FOUND IT.
002400*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT OPTIONAL locationFile ASSIGN TO "LAB25.LCN"
002900         ORGANIZATION LINE SEQUENTIAL
003000         FILE STATUS IS locationFileStatus.
003100     SELECT OPTIONAL locStockFile ASSIGN TO "LAB25.LOC"
003200         ORGANIZATION LINE SEQUENTIAL
003300         FILE STATUS IS locStockFileStatus.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  locationFile.
003700 01  locationRecord.
003800     05  lcnCode                 PIC X(04).
003900     05  lcnName                 PIC X(20).
004000     05  lcnType                 PIC X(01).
004100         88  LCN-HOME                    VALUE "H".
004200         88  LCN-SATELLITE               VALUE "S".
004300 FD  locStockFile.
004400 01  locStockRecord.
004500     05  locPartNumber           PIC X(06).
004600     05  locCode                 PIC X(04).
004700     05  locQty                  PIC 9(07).
004800 WORKING-STORAGE SECTION.
004900*----------------------------------------------------------------
005000* LOCATION MASTER AND SATELLITE BALANCES - LOADED ON THE FIRST
005100* CALL OF THE RUN AND HELD FOR EVERY CALL AFTER
005200*----------------------------------------------------------------
005300 01  locationFileStatus          PIC X(02).
005400 01  locStockFileStatus          PIC X(02).
005500 01  SLOC-FIRST-CALL-SW          PIC X(01) VALUE "Y".
005600     88  SLOC-FIRST-CALL                 VALUE "Y".
005700     88  SLOC-NOT-FIRST-CALL             VALUE "N".
005800 01  SLOC-CHANGED-SW             PIC X(01) VALUE "N".
005900     88  SLOC-CHANGED                    VALUE "Y".
006000     88  SLOC-NOT-CHANGED                VALUE "N".
006100 01  SLOC-HOME-CODE              PIC X(04) VALUE "MAIN".
006200 01  SLOC-HOME-NAME              PIC X(20) VALUE "MAIN STOREROOM".
006300 01  SLOC-LCN-COUNT              PIC 9(03) COMP VALUE ZERO.
006400 01  SLOC-LCN-SUB                PIC 9(03) COMP.
006500 01  SLOC-LCN-HIT                PIC 9(03) COMP.
006600 01  SLOC-LCN-TABLE.
006700     05  SLOC-LCN-ENTRY OCCURS 20 TIMES.
006800         10  SLOC-LCN-CODE       PIC X(04).
006900         10  SLOC-LCN-NAME       PIC X(20).
007000 01  SLOC-LOC-COUNT              PIC 9(04) COMP VALUE ZERO.
007100 01  SLOC-LOC-SUB                PIC 9(04) COMP.
007200 01  SLOC-LOC-HIT                PIC 9(04) COMP.
007300 01  SLOC-LOC-TABLE.
007400     05  SLOC-LOC-ENTRY OCCURS 1000 TIMES.
007500         10  SLOC-LOC-PART       PIC X(06).
007600         10  SLOC-LOC-CODE       PIC X(04).
007700         10  SLOC-LOC-QTY        PIC S9(07).
007800 01  SLOC-ELSEWHERE-QTY          PIC S9(08).
007900 01  SLOC-NEW-QTY                PIC S9(08).
008000 LINKAGE SECTION.
008100 COPY "slocparm.cpy".
008200 PROCEDURE DIVISION USING SLOC-PARM.
008300*----------------------------------------------------------------
008400 0000-MAINLINE.
008500*----------------------------------------------------------------
008600     IF SLOC-FIRST-CALL
008700         PERFORM 1000-LOAD-LOCATIONS
008800             THRU 1000-LOAD-LOCATIONS-EXIT
008900         PERFORM 1100-LOAD-LOCATION-STOCK
009000             THRU 1100-LOAD-LOCATION-STOCK-EXIT
009100         SET SLOC-NOT-FIRST-CALL TO TRUE
009200     END-IF.
009300
009400     SET SLOC-OK TO TRUE.
009500     IF SLOC-SAVE
009600         PERFORM 4000-SAVE-LOCATION-STOCK
009700             THRU 4000-SAVE-LOCATION-STOCK-EXIT
009800         GOBACK
009900     END-IF.
010000     PERFORM 2000-VALIDATE-LOCATION
010100         THRU 2000-VALIDATE-LOCATION-EXIT.
010200     IF SLOC-UNKNOWN-LOCATION OR SLOC-VALIDATE
010300         GOBACK
010400     END-IF.
010500     IF SLOC-BALANCE
010600         PERFORM 3000-GET-BALANCE
010700             THRU 3000-GET-BALANCE-EXIT
010800     END-IF.
010900     IF SLOC-POST
011000         PERFORM 3100-POST-QUANTITY
011100             THRU 3100-POST-QUANTITY-EXIT
011200     END-IF.
011300     GOBACK.
011400*----------------------------------------------------------------
011500 1000-LOAD-LOCATIONS.
011600*    THE "H" ENTRY ON LAB25.LCN IS THE HOME STOREROOM. NO
011700*    LAB25.LCN MEANS ONE STOREROOM WITH EVERYTHING IN IT.
011800*----------------------------------------------------------------
011900     OPEN INPUT locationFile.
012000     IF locationFileStatus NOT = "00"
012100         CLOSE locationFile
012200         GO TO 1000-LOAD-LOCATIONS-EXIT
012300     END-IF.
012400     PERFORM FOREVER
012500         READ locationFile
012600             AT END
012700             EXIT PERFORM
012800         END-READ
012900         IF LCN-HOME
013000             MOVE lcnCode TO SLOC-HOME-CODE
013100             MOVE lcnName TO SLOC-HOME-NAME
013200         ELSE
013300             IF SLOC-LCN-COUNT < 20
013400                 ADD 1 TO SLOC-LCN-COUNT
013500                 MOVE lcnCode TO SLOC-LCN-CODE(SLOC-LCN-COUNT)
013600                 MOVE lcnName TO SLOC-LCN-NAME(SLOC-LCN-COUNT)
013700             ELSE
013800                 DISPLAY "WARNING - STKLOC location table full, "
013900                     lcnCode " not loaded"
014000             END-IF
014100         END-IF
014200     END-PERFORM.
014300     CLOSE locationFile.
014400 1000-LOAD-LOCATIONS-EXIT.
014500     EXIT.
014600*----------------------------------------------------------------
014700 1100-LOAD-LOCATION-STOCK.
014800*    NO LAB25.LOC YET MEANS NOTHING HAS BEEN MOVED OUT OF THE HOME
014900*    STOREROOM.
015000*----------------------------------------------------------------
015100     OPEN INPUT locStockFile.
015200     IF locStockFileStatus NOT = "00"
015300         CLOSE locStockFile
015400         GO TO 1100-LOAD-LOCATION-STOCK-EXIT
015500     END-IF.
015600     PERFORM FOREVER
015700         READ locStockFile
015800             AT END
015900             EXIT PERFORM
016000         END-READ
016100         IF SLOC-LOC-COUNT < 1000
016200             ADD 1 TO SLOC-LOC-COUNT
016300             MOVE locPartNumber TO SLOC-LOC-PART(SLOC-LOC-COUNT)
016400             MOVE locCode       TO SLOC-LOC-CODE(SLOC-LOC-COUNT)
016500             MOVE locQty        TO SLOC-LOC-QTY(SLOC-LOC-COUNT)
016600         ELSE
016700             DISPLAY "WARNING - STKLOC balance table full, "
016800                 locPartNumber " at " locCode " not loaded"
016900         END-IF
017000     END-PERFORM.
017100     CLOSE locStockFile.
017200 1100-LOAD-LOCATION-STOCK-EXIT.
017300     EXIT.
017400*----------------------------------------------------------------
017500 2000-VALIDATE-LOCATION.
017600*    SPACES AND THE HOME CODE BOTH MEAN THE HOME STOREROOM; THE
017700*    HOME CODE GOES BACK IN SLOC-LOCATION EITHER WAY.
017800*----------------------------------------------------------------
017900     IF SLOC-LOCATION = SPACES
018000         OR SLOC-LOCATION = SLOC-HOME-CODE
018100         MOVE SLOC-HOME-CODE TO SLOC-LOCATION
018200         MOVE SLOC-HOME-NAME TO SLOC-LOCATION-NAME
018300         SET SLOC-IS-HOME TO TRUE
018400         GO TO 2000-VALIDATE-LOCATION-EXIT
018500     END-IF.
018600     SET SLOC-IS-SATELLITE TO TRUE.
018700     MOVE ZERO TO SLOC-LCN-HIT.
018800     PERFORM 2010-CHECK-ONE-LOCATION
018900         THRU 2010-CHECK-ONE-LOCATION-EXIT
019000         VARYING SLOC-LCN-SUB FROM 1 BY 1
019100         UNTIL SLOC-LCN-SUB > SLOC-LCN-COUNT
019200         OR SLOC-LCN-HIT NOT = ZERO.
019300     IF SLOC-LCN-HIT = ZERO
019400         MOVE SPACES TO SLOC-LOCATION-NAME
019500         SET SLOC-UNKNOWN-LOCATION TO TRUE
019600     ELSE
019700         MOVE SLOC-LCN-NAME(SLOC-LCN-HIT) TO SLOC-LOCATION-NAME
019800     END-IF.
019900 2000-VALIDATE-LOCATION-EXIT.
020000     EXIT.
020100*----------------------------------------------------------------
020200 2010-CHECK-ONE-LOCATION.
020300*----------------------------------------------------------------
020400     IF SLOC-LCN-CODE(SLOC-LCN-SUB) = SLOC-LOCATION
020500         MOVE SLOC-LCN-SUB TO SLOC-LCN-HIT
020600     END-IF.
020700 2010-CHECK-ONE-LOCATION-EXIT.
020800     EXIT.
020900*----------------------------------------------------------------
021000 3000-GET-BALANCE.
021100*    A SATELLITE'S BALANCE IS ITS LAB25.LOC ROW. THE HOME
021200*    STOREROOM'S IS THE COMBINED ON-HAND LESS EVERY SATELLITE -
021300*    NEGATIVE ONLY WHEN lab25.stk HAS BEEN DRAWN DOWN BELOW WHAT
021400*    THE SATELLITES SAY THEY HOLD.
021500*----------------------------------------------------------------
021600     IF SLOC-IS-SATELLITE
021700         PERFORM 3010-FIND-LOCATION-ROW
021800             THRU 3010-FIND-LOCATION-ROW-EXIT
021900         IF SLOC-LOC-HIT = ZERO
022000             MOVE ZERO TO SLOC-QTY
022100         ELSE
022200             MOVE SLOC-LOC-QTY(SLOC-LOC-HIT) TO SLOC-QTY
022300         END-IF
022400         GO TO 3000-GET-BALANCE-EXIT
022500     END-IF.
022600     MOVE ZERO TO SLOC-ELSEWHERE-QTY.
022700     PERFORM 3020-ADD-ONE-SATELLITE
022800         THRU 3020-ADD-ONE-SATELLITE-EXIT
022900         VARYING SLOC-LOC-SUB FROM 1 BY 1
023000         UNTIL SLOC-LOC-SUB > SLOC-LOC-COUNT.
023100     COMPUTE SLOC-QTY = SLOC-BOOK-QTY - SLOC-ELSEWHERE-QTY.
023200 3000-GET-BALANCE-EXIT.
023300     EXIT.
023400*----------------------------------------------------------------
023500 3010-FIND-LOCATION-ROW.
023600*----------------------------------------------------------------
023700     MOVE ZERO TO SLOC-LOC-HIT.
023800     PERFORM 3011-CHECK-ONE-ROW
023900         THRU 3011-CHECK-ONE-ROW-EXIT
024000         VARYING SLOC-LOC-SUB FROM 1 BY 1
024100         UNTIL SLOC-LOC-SUB > SLOC-LOC-COUNT
024200         OR SLOC-LOC-HIT NOT = ZERO.
024300 3010-FIND-LOCATION-ROW-EXIT.
024400     EXIT.
024500*----------------------------------------------------------------
024600 3011-CHECK-ONE-ROW.
024700*----------------------------------------------------------------
024800     IF SLOC-LOC-PART(SLOC-LOC-SUB) = SLOC-PART
024900         AND SLOC-LOC-CODE(SLOC-LOC-SUB) = SLOC-LOCATION
025000         MOVE SLOC-LOC-SUB TO SLOC-LOC-HIT
025100     END-IF.
025200 3011-CHECK-ONE-ROW-EXIT.
025300     EXIT.
025400*----------------------------------------------------------------
025500 3020-ADD-ONE-SATELLITE.
025600*----------------------------------------------------------------
025700     IF SLOC-LOC-PART(SLOC-LOC-SUB) = SLOC-PART
025800         ADD SLOC-LOC-QTY(SLOC-LOC-SUB) TO SLOC-ELSEWHERE-QTY
025900     END-IF.
026000 3020-ADD-ONE-SATELLITE-EXIT.
026100     EXIT.
026200*----------------------------------------------------------------
026300 3100-POST-QUANTITY.
026400*    THE HOME STOREROOM HAS NO ROW - IT MOVES WITH lab25.stk. A
026500*    SATELLITE MAY NOT GO BELOW ZERO; THE POSTING IS REFUSED WHOLE
026600*    AND THE CALLER REJECTS THE TRANSACTION.
026700*----------------------------------------------------------------
026800     IF SLOC-IS-HOME
026900         GO TO 3100-POST-QUANTITY-EXIT
027000     END-IF.
027100     PERFORM 3010-FIND-LOCATION-ROW
027200         THRU 3010-FIND-LOCATION-ROW-EXIT.
027300     IF SLOC-LOC-HIT = ZERO
027400         MOVE SLOC-QTY TO SLOC-NEW-QTY
027500     ELSE
027600         COMPUTE SLOC-NEW-QTY =
027700             SLOC-LOC-QTY(SLOC-LOC-HIT) + SLOC-QTY
027800     END-IF.
027900     IF SLOC-NEW-QTY < ZERO
028000         SET SLOC-SHORT TO TRUE
028100         GO TO 3100-POST-QUANTITY-EXIT
028200     END-IF.
028300     IF SLOC-LOC-HIT = ZERO
028400         IF SLOC-LOC-COUNT >= 1000
028500             SET SLOC-TABLE-FULL TO TRUE
028600             GO TO 3100-POST-QUANTITY-EXIT
028700         END-IF
028800         ADD 1 TO SLOC-LOC-COUNT
028900         MOVE SLOC-LOC-COUNT TO SLOC-LOC-HIT
029000         MOVE SLOC-PART     TO SLOC-LOC-PART(SLOC-LOC-HIT)
029100         MOVE SLOC-LOCATION TO SLOC-LOC-CODE(SLOC-LOC-HIT)
029200     END-IF.
029300     MOVE SLOC-NEW-QTY TO SLOC-LOC-QTY(SLOC-LOC-HIT).
029400     SET SLOC-CHANGED TO TRUE.
029500 3100-POST-QUANTITY-EXIT.
029600     EXIT.
029700*----------------------------------------------------------------
029800 4000-SAVE-LOCATION-STOCK.
029900*    EMPTIED ROWS ARE DROPPED ON THE WAY OUT.
030000*----------------------------------------------------------------
030100     IF SLOC-NOT-CHANGED
030200         GO TO 4000-SAVE-LOCATION-STOCK-EXIT
030300     END-IF.
030400     OPEN OUTPUT locStockFile.
030500     PERFORM 4010-WRITE-ONE-ROW
030600         THRU 4010-WRITE-ONE-ROW-EXIT
030700         VARYING SLOC-LOC-SUB FROM 1 BY 1
030800         UNTIL SLOC-LOC-SUB > SLOC-LOC-COUNT.
030900     CLOSE locStockFile.
031000     SET SLOC-NOT-CHANGED TO TRUE.
031100 4000-SAVE-LOCATION-STOCK-EXIT.
031200     EXIT.
031300*----------------------------------------------------------------
031400 4010-WRITE-ONE-ROW.
031500*----------------------------------------------------------------
031600     IF SLOC-LOC-QTY(SLOC-LOC-SUB) > ZERO
031700         MOVE SLOC-LOC-PART(SLOC-LOC-SUB) TO locPartNumber
031800         MOVE SLOC-LOC-CODE(SLOC-LOC-SUB) TO locCode
031900         MOVE SLOC-LOC-QTY(SLOC-LOC-SUB)  TO locQty
032000         WRITE locStockRecord
032100     END-IF.
032200 4010-WRITE-ONE-ROW-EXIT.
032300     EXIT.
