000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB25LSR.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  PURCHASING - INVENTORY PLANNING.
000500 DATE-WRITTEN.  10/10/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/10/2026  DL  INITIAL VERSION. LOCATION STOCK STATUS - EVERY
001100*                 PART ON lab25.stk WITH WHAT SITS IN EACH
001200*                 STOREROOM LOCATION (BALANCES FROM STKLOC) AND
001300*                 THE COMBINED ON-HAND, THEN UNITS AND PART COUNTS
001400*                 PER LOCATION. A PART WHOSE SATELLITES CLAIM MORE
001500*                 THAN THE COMBINED ON-HAND IS FLAGGED FOR A
001600*                 RECOUNT. WRITTEN TO LAB25.LSR.
001700*----------------------------------------------------------------
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100     SELECT OPTIONAL stockFile ASSIGN TO "lab25.stk"
002200         ORGANIZATION LINE SEQUENTIAL
002300         FILE STATUS IS stockFileStatus.
002400     SELECT OPTIONAL locationFile ASSIGN TO "LAB25.LCN"
002500         ORGANIZATION LINE SEQUENTIAL
002600         FILE STATUS IS locationFileStatus.
002700     SELECT reportFile ASSIGN TO "LAB25.LSR"
002800         ORGANIZATION LINE SEQUENTIAL.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  stockFile.
003200 01  stockRecord.
003300     05  stkPartNumber           PIC X(06).
003400     05  stkQtyOnHand            PIC 9(07).
003500     05  stkQtyOnOrder           PIC 9(07).
003600 FD  locationFile.
003700 01  locationRecord.
003800     05  lcnCode                 PIC X(04).
003900     05  lcnName                 PIC X(20).
004000     05  lcnType                 PIC X(01).
004100         88  LCN-HOME                    VALUE "H".
004200         88  LCN-SATELLITE               VALUE "S".
004300 FD  reportFile.
004400 01  reportLine                  PIC X(80).
004500 WORKING-STORAGE SECTION.
004600*----------------------------------------------------------------
004700* FILE STATUS AND RUN COUNTS
004800*----------------------------------------------------------------
004900 01  stockFileStatus             PIC X(02).
005000 01  locationFileStatus          PIC X(02).
005100 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
005200 01  WS-PARTS-READ               PIC 9(07) VALUE ZERO.
005300 01  WS-LINES-WRITTEN            PIC 9(07) VALUE ZERO.
005400 01  WS-RECOUNT-COUNT            PIC 9(05) VALUE ZERO.
005500 01  WS-TODAY                    PIC 9(08).
005600*----------------------------------------------------------------
005700* LOCATIONS IN REPORT ORDER - THE HOME STOREROOM FIRST, THEN THE
005800* SATELLITES AS LAB25.LCN LISTS THEM
005900*----------------------------------------------------------------
006000 01  WS-LOC-COUNT                PIC 9(03) COMP VALUE ZERO.
006100 01  WS-LOC-SUB                  PIC 9(03) COMP.
006200 01  WS-LOC-TABLE.
006300     05  WS-LOC-ENTRY OCCURS 21 TIMES.
006400         10  WS-LOC-CODE         PIC X(04).
006500         10  WS-LOC-NAME         PIC X(20).
006600         10  WS-LOC-UNITS        PIC S9(09).
006700         10  WS-LOC-PARTS        PIC 9(05).
006800 01  WS-PART-HOME-QTY            PIC S9(07).
006900*----------------------------------------------------------------
007000* REPORT LINES
007100*----------------------------------------------------------------
007200 01  WS-TITLE-LINE.
007300     05  FILLER                  PIC X(28) VALUE
007400         "LOCATION STOCK STATUS - RUN ".
007500     05  WS-TTL-DATE             PIC 9(08).
007600 01  WS-COLUMN-LINE.
007700     05  FILLER                  PIC X(40) VALUE
007800         "PART    LOCATION                        ".
007900     05  FILLER                  PIC X(08) VALUE " ON HAND".
008000 01  WS-DETAIL-LINE.
008100     05  WS-DTL-PART             PIC X(06).
008200     05  FILLER                  PIC X(02) VALUE SPACES.
008300     05  WS-DTL-LOCATION         PIC X(04).
008400     05  FILLER                  PIC X(02) VALUE SPACES.
008500     05  WS-DTL-NAME             PIC X(20).
008600     05  FILLER                  PIC X(04) VALUE SPACES.
008700     05  WS-DTL-QTY              PIC -(07)9.
008800     05  FILLER                  PIC X(02) VALUE SPACES.
008900     05  WS-DTL-FLAG             PIC X(32).
009000 01  WS-TOTAL-LINE.
009100     05  FILLER                  PIC X(08) VALUE SPACES.
009200     05  FILLER                  PIC X(30) VALUE
009300         "COMBINED ON HAND (lab25.stk)".
009400     05  WS-TTL-QTY              PIC Z(07)9.
009500 01  WS-SUMMARY-HEADING.
009600     05  FILLER                  PIC X(40) VALUE
009700         "UNITS BY LOCATION               PARTS   ".
009800     05  FILLER                  PIC X(10) VALUE "     UNITS".
009900 01  WS-SUMMARY-LINE.
010000     05  FILLER                  PIC X(02) VALUE SPACES.
010100     05  WS-SUM-LOCATION         PIC X(04).
010200     05  FILLER                  PIC X(02) VALUE SPACES.
010300     05  WS-SUM-NAME             PIC X(20).
010400     05  FILLER                  PIC X(04) VALUE SPACES.
010500     05  WS-SUM-PARTS            PIC Z(04)9.
010600     05  FILLER                  PIC X(02) VALUE SPACES.
010700     05  WS-SUM-UNITS            PIC -(09)9.
010800 01  WS-RECOUNT-LINE.
010900     05  WS-RCL-COUNT            PIC Z(04)9.
011000     05  FILLER                  PIC X(40) VALUE
011100         " PART(S) FLAGGED FOR A RECOUNT".
011200*----------------------------------------------------------------
011300* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
011400*----------------------------------------------------------------
011500 COPY "auditparm.cpy".
011600*----------------------------------------------------------------
011700* CALL INTERFACE TO THE SHARED STOREROOM-LOCATION SUBPROGRAM
011800*----------------------------------------------------------------
011900 COPY "slocparm.cpy".
012000 PROCEDURE DIVISION.
012100*----------------------------------------------------------------
012200 0000-MAINLINE.
012300*----------------------------------------------------------------
012400     MOVE "LAB25LSR" TO AUDIT-PROGRAM-NAME.
012500     MOVE SPACES TO AUDIT-USER-ID.
012600     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
012700     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
012800     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
012900
013000     PERFORM 1000-LOAD-LOCATIONS
013100         THRU 1000-LOAD-LOCATIONS-EXIT.
013200
013300     OPEN OUTPUT reportFile.
013400     MOVE WS-TODAY TO WS-TTL-DATE.
013500     MOVE WS-TITLE-LINE TO reportLine.
013600     PERFORM 9000-WRITE-LINE
013700         THRU 9000-WRITE-LINE-EXIT.
013800     MOVE SPACES TO reportLine.
013900     PERFORM 9000-WRITE-LINE
014000         THRU 9000-WRITE-LINE-EXIT.
014100     MOVE WS-COLUMN-LINE TO reportLine.
014200     PERFORM 9000-WRITE-LINE
014300         THRU 9000-WRITE-LINE-EXIT.
014400
014500     PERFORM 2000-LIST-PARTS
014600         THRU 2000-LIST-PARTS-EXIT.
014700
014800     PERFORM 3000-PRINT-SUMMARY
014900         THRU 3000-PRINT-SUMMARY-EXIT.
015000     CLOSE reportFile.
015100     DISPLAY WS-PARTS-READ " part(s) listed on LAB25.LSR, "
015200         WS-RECOUNT-COUNT " flagged for a recount".
015300     IF WS-RECOUNT-COUNT NOT = ZERO
015400         MOVE 4 TO WS-FINAL-RETURN-CODE
015500     END-IF.
015600
015700 0000-WRAP-UP.
015800     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
015900     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
016000     MOVE WS-PARTS-READ TO AUDIT-RECORDS-READ.
016100     MOVE WS-LINES-WRITTEN TO AUDIT-RECORDS-WRITTEN.
016200     CALL "AUDITLOG" USING AUDIT-PARM.
016300*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
016400     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
016500     STOP RUN.
016600*----------------------------------------------------------------
016700 1000-LOAD-LOCATIONS.
016800*    STKLOC NAMES THE HOME STOREROOM (BLANK ASKS FOR IT); THE
016900*    SATELLITES ARE THE NON-HOME ENTRIES ON LAB25.LCN.
017000*----------------------------------------------------------------
017100     SET SLOC-VALIDATE TO TRUE.
017200     MOVE SPACES TO SLOC-LOCATION.
017300     CALL "STKLOC" USING SLOC-PARM.
017400     MOVE 1 TO WS-LOC-COUNT.
017500     MOVE SLOC-LOCATION      TO WS-LOC-CODE(1).
017600     MOVE SLOC-LOCATION-NAME TO WS-LOC-NAME(1).
017700     MOVE ZERO TO WS-LOC-UNITS(1).
017800     MOVE ZERO TO WS-LOC-PARTS(1).
017900
018000     OPEN INPUT locationFile.
018100     IF locationFileStatus NOT = "00"
018200         CLOSE locationFile
018300         GO TO 1000-LOAD-LOCATIONS-EXIT
018400     END-IF.
018500     PERFORM FOREVER
018600         READ locationFile
018700             AT END
018800             EXIT PERFORM
018900         END-READ
019000         IF NOT LCN-HOME
019100             AND WS-LOC-COUNT < 21
019200             ADD 1 TO WS-LOC-COUNT
019300             MOVE lcnCode TO WS-LOC-CODE(WS-LOC-COUNT)
019400             MOVE lcnName TO WS-LOC-NAME(WS-LOC-COUNT)
019500             MOVE ZERO TO WS-LOC-UNITS(WS-LOC-COUNT)
019600             MOVE ZERO TO WS-LOC-PARTS(WS-LOC-COUNT)
019700         END-IF
019800     END-PERFORM.
019900     CLOSE locationFile.
020000 1000-LOAD-LOCATIONS-EXIT.
020100     EXIT.
020200*----------------------------------------------------------------
020300 2000-LIST-PARTS.
020400*----------------------------------------------------------------
020500     OPEN INPUT stockFile.
020600     IF stockFileStatus NOT = "00"
020700         DISPLAY "WARNING - lab25.stk not found, no parts to list"
020800         CLOSE stockFile
020900         GO TO 2000-LIST-PARTS-EXIT
021000     END-IF.
021100     PERFORM FOREVER
021200         READ stockFile
021300             AT END
021400             EXIT PERFORM
021500         END-READ
021600         ADD 1 TO WS-PARTS-READ
021700         PERFORM 2050-LIST-ONE-PART
021800             THRU 2050-LIST-ONE-PART-EXIT
021900     END-PERFORM.
022000     CLOSE stockFile.
022100 2000-LIST-PARTS-EXIT.
022200     EXIT.
022300*----------------------------------------------------------------
022400 2050-LIST-ONE-PART.
022500*    THE HOME STOREROOM LINE ALWAYS PRINTS; A SATELLITE PRINTS
022600*    ONLY WHEN IT HOLDS SOME OF THE PART.
022700*----------------------------------------------------------------
022800     PERFORM 2100-LIST-ONE-LOCATION
022900         THRU 2100-LIST-ONE-LOCATION-EXIT
023000         VARYING WS-LOC-SUB FROM 1 BY 1
023100         UNTIL WS-LOC-SUB > WS-LOC-COUNT.
023200     MOVE stkQtyOnHand TO WS-TTL-QTY.
023300     MOVE WS-TOTAL-LINE TO reportLine.
023400     PERFORM 9000-WRITE-LINE
023500         THRU 9000-WRITE-LINE-EXIT.
023600 2050-LIST-ONE-PART-EXIT.
023700     EXIT.
023800*----------------------------------------------------------------
023900 2100-LIST-ONE-LOCATION.
024000*----------------------------------------------------------------
024100     SET SLOC-BALANCE TO TRUE.
024200     MOVE WS-LOC-CODE(WS-LOC-SUB) TO SLOC-LOCATION.
024300     MOVE stkPartNumber TO SLOC-PART.
024400     MOVE stkQtyOnHand  TO SLOC-BOOK-QTY.
024500     CALL "STKLOC" USING SLOC-PARM.
024600     IF WS-LOC-SUB > 1
024700         AND SLOC-QTY = ZERO
024800         GO TO 2100-LIST-ONE-LOCATION-EXIT
024900     END-IF.
025000     IF WS-LOC-SUB = 1
025100         MOVE stkPartNumber TO WS-DTL-PART
025200     ELSE
025300         MOVE SPACES TO WS-DTL-PART
025400     END-IF.
025500     MOVE WS-LOC-CODE(WS-LOC-SUB) TO WS-DTL-LOCATION.
025600     MOVE WS-LOC-NAME(WS-LOC-SUB) TO WS-DTL-NAME.
025700     MOVE SLOC-QTY TO WS-DTL-QTY.
025800     MOVE SPACES TO WS-DTL-FLAG.
025900     IF SLOC-QTY < ZERO
026000         MOVE "** SATELLITES EXCEED ON HAND **" TO WS-DTL-FLAG
026100         ADD 1 TO WS-RECOUNT-COUNT
026200     END-IF.
026300     MOVE WS-DETAIL-LINE TO reportLine.
026400     PERFORM 9000-WRITE-LINE
026500         THRU 9000-WRITE-LINE-EXIT.
026600     ADD SLOC-QTY TO WS-LOC-UNITS(WS-LOC-SUB).
026700     IF SLOC-QTY > ZERO
026800         ADD 1 TO WS-LOC-PARTS(WS-LOC-SUB)
026900     END-IF.
027000 2100-LIST-ONE-LOCATION-EXIT.
027100     EXIT.
027200*----------------------------------------------------------------
027300 3000-PRINT-SUMMARY.
027400*----------------------------------------------------------------
027500     MOVE SPACES TO reportLine.
027600     PERFORM 9000-WRITE-LINE
027700         THRU 9000-WRITE-LINE-EXIT.
027800     MOVE WS-SUMMARY-HEADING TO reportLine.
027900     PERFORM 9000-WRITE-LINE
028000         THRU 9000-WRITE-LINE-EXIT.
028100     PERFORM 3100-SUMMARIZE-ONE-LOCATION
028200         THRU 3100-SUMMARIZE-ONE-LOCATION-EXIT
028300         VARYING WS-LOC-SUB FROM 1 BY 1
028400         UNTIL WS-LOC-SUB > WS-LOC-COUNT.
028500     MOVE WS-RECOUNT-COUNT TO WS-RCL-COUNT.
028600     MOVE WS-RECOUNT-LINE TO reportLine.
028700     PERFORM 9000-WRITE-LINE
028800         THRU 9000-WRITE-LINE-EXIT.
028900 3000-PRINT-SUMMARY-EXIT.
029000     EXIT.
029100*----------------------------------------------------------------
029200 3100-SUMMARIZE-ONE-LOCATION.
029300*----------------------------------------------------------------
029400     MOVE WS-LOC-CODE(WS-LOC-SUB)  TO WS-SUM-LOCATION.
029500     MOVE WS-LOC-NAME(WS-LOC-SUB)  TO WS-SUM-NAME.
029600     MOVE WS-LOC-PARTS(WS-LOC-SUB) TO WS-SUM-PARTS.
029700     MOVE WS-LOC-UNITS(WS-LOC-SUB) TO WS-SUM-UNITS.
029800     MOVE WS-SUMMARY-LINE TO reportLine.
029900     PERFORM 9000-WRITE-LINE
030000         THRU 9000-WRITE-LINE-EXIT.
030100 3100-SUMMARIZE-ONE-LOCATION-EXIT.
030200     EXIT.
030300*----------------------------------------------------------------
030400 9000-WRITE-LINE.
030500*----------------------------------------------------------------
030600     WRITE reportLine.
030700     ADD 1 TO WS-LINES-WRITTEN.
030800 9000-WRITE-LINE-EXIT.
030900     EXIT.
