000100  IDENTIFICATION DIVISION.
000200  PROGRAM-ID.    L10FBX.
000300  AUTHOR.        D. LEHMAN.
000400  INSTALLATION.  DISPATCH - ROUTE MASTER.
000500  DATE-WRITTEN.  10/15/2026.
000600  DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026  DL  INITIAL VERSION. L10.BRD COUNTS THE BOARDINGS
001100*                 BUT THE FAREBOX CASH WAS COUNTED SEPARATELY AND
001200*                 NEVER HELD AGAINST THEM. THE DAILY L10.FBX
001300*                 FAREBOX FILE (LINE, DATE, CASH, PASS AND TOKEN
001400*                 RIDES) IS RECONCILED FOR ITS LATEST SERVICE DATE
001500*                 AGAINST THE BOARDINGS PRICED OFF THE L10.FAR
001600*                 FARE TABLE. L10.REC LISTS EVERY ROUTE AND
001700*                 GATHERS THE ONES OUTSIDE THE L10FBX.PRM
001800*                 TOLERANCE AT THE END. L10.RVS SUMMARIZES THE
001900*                 MONTH TO DATE PER ROUTE - REVENUE PER BOARDING
002000*                 AND PER AVAILABLE SEAT (line-capacityI TIMES
002100*                 THE DAYS IN SERVICE).
002200*----------------------------------------------------------------
002300  ENVIRONMENT DIVISION.
002400  INPUT-OUTPUT SECTION.
002500  FILE-CONTROL.
002600      SELECT OPTIONAL farebox-file ASSIGN TO "L10.FBX"
002700          ORGANIZATION LINE SEQUENTIAL
002800          FILE STATUS IS farebox-file-status.
002900      SELECT OPTIONAL fare-file ASSIGN TO "L10.FAR"
003000          ORGANIZATION LINE SEQUENTIAL
003100          FILE STATUS IS fare-file-status.
003200      SELECT OPTIONAL board-file ASSIGN TO "L10.BRD"
003300          ORGANIZATION LINE SEQUENTIAL
003400          FILE STATUS IS board-file-status.
003500      SELECT OPTIONAL route-file ASSIGN TO "L10.in"
003600          ORGANIZATION LINE SEQUENTIAL
003700          FILE STATUS IS route-file-status.
003800      SELECT OPTIONAL fbx-prm-file ASSIGN TO "L10FBX.PRM"
003900          ORGANIZATION LINE SEQUENTIAL
004000          FILE STATUS IS fbx-prm-file-status.
004100      SELECT recon-file ASSIGN TO "L10.REC"
004200          ORGANIZATION LINE SEQUENTIAL.
004300      SELECT revenue-file ASSIGN TO "L10.RVS"
004400          ORGANIZATION LINE SEQUENTIAL.
004500  DATA DIVISION.
004600  FILE SECTION.
004700  FD  farebox-file.
004800  01  farebox-detailsI.
004900      02  fbx-lineI               PIC 9(03).
005000      02  fbx-dateI               PIC 9(08).
005100      02  fbx-cashI               PIC 9(05)V99.
005200      02  fbx-passesI             PIC 9(05).
005300      02  fbx-tokensI             PIC 9(05).
005400  FD  fare-file.
005500  01  fare-detailsI.
005600      02  fare-typeI              PIC X(04).
005700      02  fare-descI              PIC X(20).
005800      02  fare-amountI            PIC 9(03)V99.
005900  FD  board-file.
006000  01  board-detailsI.
006100      02  brd-lineI               PIC 9(03).
006200      02  brd-dateI               PIC 9(08).
006300      02  brd-countI              PIC 9(05).
006400  FD  route-file.
006500  01  route-detailsI.
006600      02  line-numberI            PIC 9(03).
006700      02  line-nameI              PIC A(15).
006800      02  line-statusI            PIC X(01).
006900      02  line-capacityI          PIC 9(04).
007000  01  route-trailerI REDEFINES route-detailsI.
007100      02  trailer-literalI        PIC X(07).
007200      02  trailer-countI          PIC 9(07).
007300  FD  fbx-prm-file.
007400  01  fbx-prm-record.
007500      02  fbx-tolerance-pct       PIC 9(02)V9.
007600      02  fbx-tolerance-floor     PIC 9(03)V99.
007700  FD  recon-file.
007800  01  recon-line                  PIC X(80).
007900  FD  revenue-file.
008000  01  revenue-line                PIC X(80).
008100  WORKING-STORAGE SECTION.
008200*----------------------------------------------------------------
008300* FILE STATUS AND RUN COUNTS
008400*----------------------------------------------------------------
008500  01  farebox-file-status         PIC X(02).
008600  01  fare-file-status            PIC X(02).
008700  01  board-file-status           PIC X(02).
008800  01  route-file-status           PIC X(02).
008900  01  fbx-prm-file-status         PIC X(02).
009000  01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
009100  01  WS-RECORDS-READ             PIC 9(05) COMP VALUE ZERO.
009200  01  WS-FAREBOX-REJECTED         PIC 9(05) COMP VALUE ZERO.
009300  01  WS-LINES-WRITTEN            PIC 9(05) COMP VALUE ZERO.
009400  01  WS-ROUTES-RECONCILED        PIC 9(03) COMP VALUE ZERO.
009500  01  WS-EXCEPTION-COUNT          PIC 9(03) COMP VALUE ZERO.
009600*----------------------------------------------------------------
009700* THE SERVICE DATE RECONCILED IS THE LATEST GOOD DATE ON
009800* L10.FBX; THE REVENUE SUMMARY RUNS FROM THE FIRST OF ITS MONTH.
009900*----------------------------------------------------------------
010000  01  WS-RECON-DATE               PIC 9(08) VALUE ZERO.
010100  01  WS-RECON-DATE-R REDEFINES WS-RECON-DATE.
010200      02  WS-RECON-MONTH          PIC 9(06).
010300      02  FILLER                  PIC 9(02).
010400  01  WS-MONTH-START              PIC 9(08).
010500*----------------------------------------------------------------
010600* THE FARE TABLE. A CASH RIDER PAYS THE CASH FARE INTO THE BOX;
010700* A PASS RIDE IS CREDITED AT THE PASS VALUE AND A TOKEN AT THE
010800* TOKEN VALUE, SO ONLY THE CASH IN THE BOX CAN DISAGREE WITH
010900* THE BOARDINGS.
011000*----------------------------------------------------------------
011100  01  WS-CASH-FARE                PIC 9(03)V99 VALUE ZERO.
011200  01  WS-PASS-FARE                PIC 9(03)V99 VALUE ZERO.
011300  01  WS-TOKEN-FARE               PIC 9(03)V99 VALUE ZERO.
011400  01  WS-CASH-FARE-SW             PIC X(01) VALUE "N".
011500      88  CASH-FARE-FOUND                 VALUE "Y".
011600*----------------------------------------------------------------
011700* THE TOLERANCE - A ROUTE IS OUT WHEN ITS CASH VARIANCE EITHER
011800* WAY EXCEEDS WS-TOLERANCE-PCT PERCENT OF THE EXPECTED CASH, OR
011900* WS-TOLERANCE-FLOOR DOLLARS IF THAT IS MORE, SO A QUIET ROUTE
012000* IS NOT FLAGGED OVER SMALL CHANGE. L10FBX.PRM OVERRIDES THEM.
012100*----------------------------------------------------------------
012200  01  WS-TOLERANCE-PCT            PIC 9(02)V9 VALUE 05.0.
012300  01  WS-TOLERANCE-FLOOR          PIC 9(03)V99 VALUE 025.00.
012400*----------------------------------------------------------------
012500* ROUTES OFF THE MASTER, EACH WITH THE SERVICE DATE'S BOARDINGS
012600* AND FAREBOX COUNT AND THE MONTH-TO-DATE TOTALS.
012700*----------------------------------------------------------------
012800  01  WS-RTE-COUNT                PIC 9(03) COMP VALUE ZERO.
012900  01  WS-RTE-SUB                  PIC 9(03) COMP.
013000  01  WS-RTE-HIT                  PIC 9(03) COMP.
013100  01  WS-ROUTE-TABLE.
013200      05  WS-RTE-ENTRY OCCURS 100 TIMES.
013300          10  WS-RTE-NUMBER       PIC 9(03).
013400          10  WS-RTE-NAME         PIC X(15).
013500          10  WS-RTE-CAPACITY     PIC 9(04).
013600          10  WS-RTE-DAY-BOARD    PIC 9(07).
013700          10  WS-RTE-DAY-FBX-SW   PIC X(01).
013800          10  WS-RTE-DAY-CASH     PIC 9(07)V99.
013900          10  WS-RTE-DAY-PASSES   PIC 9(07).
014000          10  WS-RTE-DAY-TOKENS   PIC 9(07).
014100          10  WS-RTE-MON-BOARD    PIC 9(09).
014200          10  WS-RTE-MON-DAYS     PIC 9(03).
014300          10  WS-RTE-MON-REVENUE  PIC 9(09)V99.
014400          10  WS-RTE-LAST-DAY     PIC 9(08).
014500          10  WS-RTE-EXCEPT-SW    PIC X(01).
014600*----------------------------------------------------------------
014700* RECONCILIATION AND SUMMARY ARITHMETIC
014800*----------------------------------------------------------------
014900  01  WS-CASH-RIDERS              PIC S9(07).
015000  01  WS-EXPECTED-CASH            PIC S9(07)V99.
015100  01  WS-VARIANCE                 PIC S9(07)V99.
015200  01  WS-ABS-VARIANCE             PIC 9(07)V99.
015300  01  WS-ALLOWED                  PIC 9(07)V99.
015400  01  WS-RECORD-REVENUE           PIC 9(09)V99.
015500  01  WS-SEATS                    PIC 9(09).
015600  01  WS-REV-PER-BOARD            PIC 9(05)V99.
015700  01  WS-REV-PER-SEAT             PIC 9(05)V99.
015800  01  WS-LOAD-PCT                 PIC 9(03)V9.
015900  01  WS-SYS-BOARD                PIC 9(09) VALUE ZERO.
016000  01  WS-SYS-SEATS                PIC 9(09) VALUE ZERO.
016100  01  WS-SYS-REVENUE              PIC 9(09)V99 VALUE ZERO.
016200  01  WS-SYS-REV-PER-SEAT         PIC 9(05)V99 VALUE ZERO.
016300  01  WS-SUMMARY-COUNT            PIC 9(03) COMP VALUE ZERO.
016400*----------------------------------------------------------------
016500* RECONCILIATION REPORT LINE LAYOUTS
016600*----------------------------------------------------------------
016700  01  WS-REC-TITLE-LINE.
016800      05  FILLER                  PIC X(38) VALUE
016900          "FAREBOX RECONCILIATION - SERVICE DATE ".
017000      05  WS-RTL-DATE             PIC 9(08).
017100  01  WS-FARE-LINE.
017200      05  FILLER                  PIC X(11) VALUE "FARES: CASH".
017300      05  WS-FL-CASH              PIC ZZ9.99.
017400      05  FILLER                  PIC X(06) VALUE "  PASS".
017500      05  WS-FL-PASS              PIC ZZ9.99.
017600      05  FILLER                  PIC X(07) VALUE "  TOKEN".
017700      05  WS-FL-TOKEN             PIC ZZ9.99.
017800      05  FILLER                  PIC X(12) VALUE "  TOLERANCE ".
017900      05  WS-FL-PCT               PIC Z9.9.
018000      05  FILLER                  PIC X(05) VALUE "% OR ".
018100      05  WS-FL-FLOOR             PIC $$$9.99.
018200  01  WS-REC-COLUMN-LINE.
018300      05  FILLER                  PIC X(40) VALUE
018400          "LIN ROUTE           BOARD  PASS TOKEN   ".
018500      05  FILLER                  PIC X(40) VALUE
018600          "EXP CASH    CASH IN   VARIANCE".
018700  01  WS-REC-DETAIL-LINE.
018800      05  WS-RD-LINE              PIC 9(03).
018900      05  FILLER                  PIC X(01) VALUE SPACE.
019000      05  WS-RD-NAME              PIC X(15).
019100      05  FILLER                  PIC X(01) VALUE SPACE.
019200      05  WS-RD-BOARD             PIC ZZZZ9.
019300      05  FILLER                  PIC X(01) VALUE SPACE.
019400      05  WS-RD-PASSES            PIC ZZZZ9.
019500      05  FILLER                  PIC X(01) VALUE SPACE.
019600      05  WS-RD-TOKENS            PIC ZZZZ9.
019700      05  FILLER                  PIC X(01) VALUE SPACE.
019800      05  WS-RD-EXPECTED          PIC ---,--9.99.
019900      05  FILLER                  PIC X(01) VALUE SPACE.
020000      05  WS-RD-CASH              PIC ZZZ,ZZ9.99.
020100      05  FILLER                  PIC X(01) VALUE SPACE.
020200      05  WS-RD-VARIANCE          PIC ---,--9.99.
020300      05  FILLER                  PIC X(01) VALUE SPACE.
020400      05  WS-RD-FLAG              PIC X(09).
020500  01  WS-REC-TOTAL-LINE.
020600      05  FILLER                  PIC X(02) VALUE SPACES.
020700      05  WS-RT-ROUTES            PIC ZZ9.
020800      05  FILLER                  PIC X(24) VALUE
020900          " ROUTE(S) RECONCILED, ".
021000      05  WS-RT-EXCEPTIONS        PIC ZZ9.
021100      05  FILLER                  PIC X(22) VALUE
021200          " OUTSIDE TOLERANCE, ".
021300      05  WS-RT-REJECTED          PIC ZZZZ9.
021400      05  FILLER                  PIC X(09) VALUE " REJECTED".
021500*----------------------------------------------------------------
021600* REVENUE SUMMARY LINE LAYOUTS
021700*----------------------------------------------------------------
021800  01  WS-RVS-TITLE-LINE.
021900      05  FILLER                  PIC X(24) VALUE
022000          "ROUTE REVENUE SUMMARY - ".
022100      05  WS-VTL-START            PIC 9(08).
022200      05  FILLER                  PIC X(04) VALUE " TO ".
022300      05  WS-VTL-END              PIC 9(08).
022400  01  WS-RVS-COLUMN-LINE.
022500      05  FILLER                  PIC X(40) VALUE
022600          "LIN ROUTE           DAY    BOARDS     RE".
022700      05  FILLER                  PIC X(40) VALUE
022800          "VENUE REV/BD   SEATS REV/ST LOAD%".
022900  01  WS-RVS-DETAIL-LINE.
023000      05  WS-VD-LINE              PIC 9(03).
023100      05  FILLER                  PIC X(01) VALUE SPACE.
023200      05  WS-VD-NAME              PIC X(15).
023300      05  FILLER                  PIC X(01) VALUE SPACE.
023400      05  WS-VD-DAYS              PIC ZZ9.
023500      05  FILLER                  PIC X(01) VALUE SPACE.
023600      05  WS-VD-BOARD             PIC Z,ZZZ,ZZ9.
023700      05  FILLER                  PIC X(01) VALUE SPACE.
023800      05  WS-VD-REVENUE           PIC ZZZZ,ZZ9.99.
023900      05  FILLER                  PIC X(01) VALUE SPACE.
024000      05  WS-VD-PER-BOARD         PIC ZZ9.99.
024100      05  FILLER                  PIC X(01) VALUE SPACE.
024200      05  WS-VD-SEATS             PIC ZZZZZZ9.
024300      05  FILLER                  PIC X(01) VALUE SPACE.
024400      05  WS-VD-PER-SEAT          PIC ZZ9.99.
024500      05  FILLER                  PIC X(01) VALUE SPACE.
024600      05  WS-VD-LOAD              PIC ZZ9.9.
024700      05  FILLER                  PIC X(01) VALUE SPACE.
024800      05  WS-VD-FLAG              PIC X(06).
024900*----------------------------------------------------------------
025000* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
025100*----------------------------------------------------------------
025200  COPY "auditparm.cpy".
025300*----------------------------------------------------------------
025400* CALL INTERFACE TO THE SHARED REJECT-LOG SUBPROGRAM
025500*----------------------------------------------------------------
025600  COPY "rejparm.cpy".
025700*----------------------------------------------------------------
025800* CALL INTERFACE TO THE SHARED DATE-VALIDATION SUBPROGRAM
025900*----------------------------------------------------------------
026000  COPY "dvalparm.cpy".
026100  PROCEDURE DIVISION.
026200*----------------------------------------------------------------
026300  0000-MAINLINE.
026400*----------------------------------------------------------------
026500      MOVE "L10FBX" TO AUDIT-PROGRAM-NAME.
026600      MOVE SPACES TO AUDIT-USER-ID.
026700      MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
026800      MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
026900
027000      PERFORM 1000-GET-TOLERANCE
027100          THRU 1000-GET-TOLERANCE-EXIT.
027200      PERFORM 1100-LOAD-FARES
027300          THRU 1100-LOAD-FARES-EXIT.
027400      IF NOT CASH-FARE-FOUND
027500          DISPLAY "L10.FAR is missing or has no CASH fare - "
027600              "nothing to price the boardings with"
027700          MOVE 8 TO WS-FINAL-RETURN-CODE
027800          GO TO 0000-WRAP-UP
027900      END-IF.
028000      PERFORM 1200-LOAD-ROUTES
028100          THRU 1200-LOAD-ROUTES-EXIT.
028200      IF WS-RTE-COUNT = ZERO
028300          DISPLAY "L10.in is missing or empty - no routes to "
028400              "reconcile"
028500          MOVE 8 TO WS-FINAL-RETURN-CODE
028600          GO TO 0000-WRAP-UP
028700      END-IF.
028800      PERFORM 1300-FIND-RECON-DATE
028900          THRU 1300-FIND-RECON-DATE-EXIT.
029000      IF WS-RECON-DATE = ZERO
029100          DISPLAY "L10.FBX is missing or has no good service "
029200              "date - no farebox counts to reconcile"
029300          MOVE 8 TO WS-FINAL-RETURN-CODE
029400          GO TO 0000-WRAP-UP
029500      END-IF.
029600
029700      PERFORM 2000-READ-BOARDINGS
029800          THRU 2000-READ-BOARDINGS-EXIT.
029900      PERFORM 2100-READ-FAREBOX
030000          THRU 2100-READ-FAREBOX-EXIT.
030100      PERFORM 3000-WRITE-RECONCILIATION
030200          THRU 3000-WRITE-RECONCILIATION-EXIT.
030300      PERFORM 4000-WRITE-REVENUE-SUMMARY
030400          THRU 4000-WRITE-REVENUE-SUMMARY-EXIT.
030500      IF WS-EXCEPTION-COUNT NOT = ZERO
030600          OR WS-FAREBOX-REJECTED NOT = ZERO
030700          MOVE 4 TO WS-FINAL-RETURN-CODE
030800      END-IF.
030900
031000  0000-WRAP-UP.
031100      MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
031200      MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
031300      MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
031400      MOVE WS-LINES-WRITTEN TO AUDIT-RECORDS-WRITTEN.
031500      CALL "AUDITLOG" USING AUDIT-PARM.
031600*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
031700      MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
031800      STOP RUN.
031900*----------------------------------------------------------------
032000  1000-GET-TOLERANCE.
032100*    L10FBX.PRM, WHEN PRESENT, OVERRIDES THE DEFAULT TOLERANCE
032200*    OF 5.0% OF THE EXPECTED CASH OR $25.00, WHICHEVER IS MORE.
032300*----------------------------------------------------------------
032400      OPEN INPUT fbx-prm-file.
032500      IF fbx-prm-file-status = "00"
032600          READ fbx-prm-file
032700              AT END
032800                  CONTINUE
032900              NOT AT END
033000                  IF fbx-prm-record NUMERIC
033100                      MOVE fbx-tolerance-pct TO WS-TOLERANCE-PCT
033200                      MOVE fbx-tolerance-floor
033300                          TO WS-TOLERANCE-FLOOR
033400                      DISPLAY "Tolerance read from L10FBX.PRM"
033500                  END-IF
033600          END-READ
033700      END-IF.
033800      CLOSE fbx-prm-file.
033900  1000-GET-TOLERANCE-EXIT.
034000      EXIT.
034100*----------------------------------------------------------------
034200  1100-LOAD-FARES.
034300*    CASH IS REQUIRED. A MISSING PASS OR TOKN FARE VALUES THOSE
034400*    RIDES AT NOTHING IN THE REVENUE SUMMARY AND SAYS SO.
034500*----------------------------------------------------------------
034600      OPEN INPUT fare-file.
034700      IF fare-file-status NOT = "00"
034800          CLOSE fare-file
034900          GO TO 1100-LOAD-FARES-EXIT
035000      END-IF.
035100      PERFORM FOREVER
035200          READ fare-file
035300              AT END
035400              EXIT PERFORM
035500          END-READ
035600          IF fare-amountI NUMERIC
035700              EVALUATE fare-typeI
035800                  WHEN "CASH"
035900                      MOVE fare-amountI TO WS-CASH-FARE
036000                      SET CASH-FARE-FOUND TO TRUE
036100                  WHEN "PASS"
036200                      MOVE fare-amountI TO WS-PASS-FARE
036300                  WHEN "TOKN"
036400                      MOVE fare-amountI TO WS-TOKEN-FARE
036500                  WHEN OTHER
036600                      DISPLAY "WARNING - fare type " fare-typeI
036700                          " on L10.FAR not used"
036800              END-EVALUATE
036900          ELSE
037000              DISPLAY "WARNING - fare type " fare-typeI
037100                  " on L10.FAR has no amount - ignored"
037200          END-IF
037300      END-PERFORM.
037400      CLOSE fare-file.
037500      IF WS-PASS-FARE = ZERO
037600          DISPLAY "WARNING - no PASS fare on L10.FAR, pass rides "
037700              "carry no revenue"
037800      END-IF.
037900      IF WS-TOKEN-FARE = ZERO
038000          DISPLAY "WARNING - no TOKN fare on L10.FAR, tokens "
038100              "carry no revenue"
038200      END-IF.
038300  1100-LOAD-FARES-EXIT.
038400      EXIT.
038500*----------------------------------------------------------------
038600  1200-LOAD-ROUTES.
038700*    ROUTE NAMES AND CAPACITIES OFF THE MASTER. A LINE LISTED
038800*    TWICE KEEPS ITS FIRST ENTRY.
038900*----------------------------------------------------------------
039000      OPEN INPUT route-file.
039100      IF route-file-status NOT = "00"
039200          CLOSE route-file
039300          GO TO 1200-LOAD-ROUTES-EXIT
039400      END-IF.
039500      PERFORM FOREVER
039600          READ route-file
039700              AT END
039800              EXIT PERFORM
039900          END-READ
040000          IF trailer-literalI NOT = "TRAILER"
040100              MOVE ZERO TO WS-RTE-HIT
040200              PERFORM 1210-FIND-ONE-ROUTE
040300                  THRU 1210-FIND-ONE-ROUTE-EXIT
040400                  VARYING WS-RTE-SUB FROM 1 BY 1
040500                  UNTIL WS-RTE-SUB > WS-RTE-COUNT
040600                  OR WS-RTE-HIT NOT = ZERO
040700              IF WS-RTE-HIT = ZERO
040800                  AND WS-RTE-COUNT < 100
040900                  PERFORM 1220-ADD-ONE-ROUTE
041000                      THRU 1220-ADD-ONE-ROUTE-EXIT
041100              END-IF
041200          END-IF
041300      END-PERFORM.
041400      CLOSE route-file.
041500  1200-LOAD-ROUTES-EXIT.
041600      EXIT.
041700*----------------------------------------------------------------
041800  1210-FIND-ONE-ROUTE.
041900*----------------------------------------------------------------
042000      IF WS-RTE-NUMBER(WS-RTE-SUB) = line-numberI
042100          MOVE WS-RTE-SUB TO WS-RTE-HIT
042200      END-IF.
042300  1210-FIND-ONE-ROUTE-EXIT.
042400      EXIT.
042500*----------------------------------------------------------------
042600  1220-ADD-ONE-ROUTE.
042700*----------------------------------------------------------------
042800      ADD 1 TO WS-RTE-COUNT.
042900      MOVE line-numberI TO WS-RTE-NUMBER(WS-RTE-COUNT).
043000      MOVE line-nameI TO WS-RTE-NAME(WS-RTE-COUNT).
043100      IF line-capacityI NUMERIC
043200          MOVE line-capacityI TO WS-RTE-CAPACITY(WS-RTE-COUNT)
043300      ELSE
043400          MOVE ZERO TO WS-RTE-CAPACITY(WS-RTE-COUNT)
043500      END-IF.
043600      MOVE ZERO TO WS-RTE-DAY-BOARD(WS-RTE-COUNT).
043700      MOVE "N" TO WS-RTE-DAY-FBX-SW(WS-RTE-COUNT).
043800      MOVE ZERO TO WS-RTE-DAY-CASH(WS-RTE-COUNT).
043900      MOVE ZERO TO WS-RTE-DAY-PASSES(WS-RTE-COUNT).
044000      MOVE ZERO TO WS-RTE-DAY-TOKENS(WS-RTE-COUNT).
044100      MOVE ZERO TO WS-RTE-MON-BOARD(WS-RTE-COUNT).
044200      MOVE ZERO TO WS-RTE-MON-DAYS(WS-RTE-COUNT).
044300      MOVE ZERO TO WS-RTE-MON-REVENUE(WS-RTE-COUNT).
044400      MOVE ZERO TO WS-RTE-LAST-DAY(WS-RTE-COUNT).
044500      MOVE "N" TO WS-RTE-EXCEPT-SW(WS-RTE-COUNT).
044600  1220-ADD-ONE-ROUTE-EXIT.
044700      EXIT.
044800*----------------------------------------------------------------
044900  1300-FIND-RECON-DATE.
045000*    THE LATEST GOOD SERVICE DATE ON THE FAREBOX FILE. BAD
045100*    RECORDS ARE PASSED OVER HERE AND REJECTED ON THE MAIN READ.
045200*----------------------------------------------------------------
045300      OPEN INPUT farebox-file.
045400      IF farebox-file-status NOT = "00"
045500          CLOSE farebox-file
045600          GO TO 1300-FIND-RECON-DATE-EXIT
045700      END-IF.
045800      PERFORM FOREVER
045900          READ farebox-file
046000              AT END
046100              EXIT PERFORM
046200          END-READ
046300          IF farebox-detailsI NUMERIC
046400              AND fbx-dateI > WS-RECON-DATE
046500              MOVE fbx-dateI TO DVAL-DATE
046600              CALL "DATEVAL" USING DVAL-PARM
046700              IF DVAL-IS-VALID
046800                  MOVE fbx-dateI TO WS-RECON-DATE
046900              END-IF
047000          END-IF
047100      END-PERFORM.
047200      CLOSE farebox-file.
047300      MOVE WS-RECON-DATE TO WS-MONTH-START.
047400      MOVE "01" TO WS-MONTH-START(7:2).
047500      DISPLAY "Reconciling service date " WS-RECON-DATE
047600          ", month to date from " WS-MONTH-START.
047700  1300-FIND-RECON-DATE-EXIT.
047800      EXIT.
047900*----------------------------------------------------------------
048000  2000-READ-BOARDINGS.
048100*    THE SERVICE DATE'S BOARDINGS FOR THE RECONCILIATION AND THE
048200*    MONTH'S FOR THE SUMMARY. A DAY WITH RIDERS IS A DAY THE
048300*    ROUTE'S SEATS WERE ON THE STREET. L_10 HAS ALREADY PROVED
048400*    THE BOARDINGS; A LINE OFF THE MASTER IS PASSED OVER.
048500*----------------------------------------------------------------
048600      OPEN INPUT board-file.
048700      IF board-file-status NOT = "00"
048800          DISPLAY "WARNING - L10.BRD not found, every route "
048900              "reconciles against zero boardings"
049000          CLOSE board-file
049100          GO TO 2000-READ-BOARDINGS-EXIT
049200      END-IF.
049300      PERFORM FOREVER
049400          READ board-file
049500              AT END
049600              EXIT PERFORM
049700          END-READ
049800          ADD 1 TO WS-RECORDS-READ
049900          PERFORM 2010-APPLY-ONE-BOARDING
050000              THRU 2010-APPLY-ONE-BOARDING-EXIT
050100      END-PERFORM.
050200      CLOSE board-file.
050300  2000-READ-BOARDINGS-EXIT.
050400      EXIT.
050500*----------------------------------------------------------------
050600  2010-APPLY-ONE-BOARDING.
050700*----------------------------------------------------------------
050800      IF board-detailsI NOT NUMERIC
050900          OR brd-dateI < WS-MONTH-START
051000          OR brd-dateI > WS-RECON-DATE
051100          GO TO 2010-APPLY-ONE-BOARDING-EXIT
051200      END-IF.
051300      MOVE ZERO TO WS-RTE-HIT.
051400      PERFORM 2020-FIND-BOARD-ROUTE
051500          THRU 2020-FIND-BOARD-ROUTE-EXIT
051600          VARYING WS-RTE-SUB FROM 1 BY 1
051700          UNTIL WS-RTE-SUB > WS-RTE-COUNT
051800          OR WS-RTE-HIT NOT = ZERO.
051900      IF WS-RTE-HIT = ZERO
052000          GO TO 2010-APPLY-ONE-BOARDING-EXIT
052100      END-IF.
052200      IF brd-dateI = WS-RECON-DATE
052300          ADD brd-countI TO WS-RTE-DAY-BOARD(WS-RTE-HIT)
052400      END-IF.
052500      ADD brd-countI TO WS-RTE-MON-BOARD(WS-RTE-HIT).
052600      IF brd-countI > ZERO
052700          AND brd-dateI NOT = WS-RTE-LAST-DAY(WS-RTE-HIT)
052800          ADD 1 TO WS-RTE-MON-DAYS(WS-RTE-HIT)
052900          MOVE brd-dateI TO WS-RTE-LAST-DAY(WS-RTE-HIT)
053000      END-IF.
053100  2010-APPLY-ONE-BOARDING-EXIT.
053200      EXIT.
053300*----------------------------------------------------------------
053400  2020-FIND-BOARD-ROUTE.
053500*----------------------------------------------------------------
053600      IF WS-RTE-NUMBER(WS-RTE-SUB) = brd-lineI
053700          MOVE WS-RTE-SUB TO WS-RTE-HIT
053800      END-IF.
053900  2020-FIND-BOARD-ROUTE-EXIT.
054000      EXIT.
054100*----------------------------------------------------------------
054200  2100-READ-FAREBOX.
054300*    EVERY FAREBOX COUNT IS PROVED. SEVERAL BUSES ON ONE LINE
054400*    MAKE SEVERAL RECORDS FOR THE DAY, AND THEY ADD TOGETHER.
054500*----------------------------------------------------------------
054600      OPEN INPUT farebox-file.
054700      PERFORM FOREVER
054800          READ farebox-file
054900              AT END
055000              EXIT PERFORM
055100          END-READ
055200          ADD 1 TO WS-RECORDS-READ
055300          PERFORM 2110-APPLY-ONE-FAREBOX
055400              THRU 2110-APPLY-ONE-FAREBOX-EXIT
055500      END-PERFORM.
055600      CLOSE farebox-file.
055700  2100-READ-FAREBOX-EXIT.
055800      EXIT.
055900*----------------------------------------------------------------
056000  2110-APPLY-ONE-FAREBOX.
056100*----------------------------------------------------------------
056200      IF fbx-cashI NOT NUMERIC
056300          OR fbx-passesI NOT NUMERIC
056400          OR fbx-tokensI NOT NUMERIC
056500          MOVE "BAMT" TO REJ-REASON-CODE
056600          MOVE "Farebox cash or ride count not numeric"
056700              TO REJ-REASON-TEXT
056800          PERFORM 2900-REJECT-ONE-FAREBOX
056900              THRU 2900-REJECT-ONE-FAREBOX-EXIT
057000          GO TO 2110-APPLY-ONE-FAREBOX-EXIT
057100      END-IF.
057200      SET DVAL-IS-NOT-VALID TO TRUE.
057300      IF fbx-dateI NUMERIC
057400          MOVE fbx-dateI TO DVAL-DATE
057500          CALL "DATEVAL" USING DVAL-PARM
057600      END-IF.
057700      IF DVAL-IS-NOT-VALID
057800          MOVE "BDAT" TO REJ-REASON-CODE
057900          MOVE "Invalid farebox service date"
058000              TO REJ-REASON-TEXT
058100          PERFORM 2900-REJECT-ONE-FAREBOX
058200              THRU 2900-REJECT-ONE-FAREBOX-EXIT
058300          GO TO 2110-APPLY-ONE-FAREBOX-EXIT
058400      END-IF.
058500      MOVE ZERO TO WS-RTE-HIT.
058600      PERFORM 2120-FIND-FAREBOX-ROUTE
058700          THRU 2120-FIND-FAREBOX-ROUTE-EXIT
058800          VARYING WS-RTE-SUB FROM 1 BY 1
058900          UNTIL WS-RTE-SUB > WS-RTE-COUNT
059000          OR WS-RTE-HIT NOT = ZERO.
059100      IF WS-RTE-HIT = ZERO
059200          MOVE "NRTE" TO REJ-REASON-CODE
059300          MOVE "Farebox line not on the route master"
059400              TO REJ-REASON-TEXT
059500          PERFORM 2900-REJECT-ONE-FAREBOX
059600              THRU 2900-REJECT-ONE-FAREBOX-EXIT
059700          GO TO 2110-APPLY-ONE-FAREBOX-EXIT
059800      END-IF.
059900      IF fbx-dateI < WS-MONTH-START
060000          GO TO 2110-APPLY-ONE-FAREBOX-EXIT
060100      END-IF.
060200      IF fbx-dateI = WS-RECON-DATE
060300          MOVE "Y" TO WS-RTE-DAY-FBX-SW(WS-RTE-HIT)
060400          ADD fbx-cashI TO WS-RTE-DAY-CASH(WS-RTE-HIT)
060500          ADD fbx-passesI TO WS-RTE-DAY-PASSES(WS-RTE-HIT)
060600          ADD fbx-tokensI TO WS-RTE-DAY-TOKENS(WS-RTE-HIT)
060700      END-IF.
060800      COMPUTE WS-RECORD-REVENUE = fbx-cashI
060900          + (fbx-passesI * WS-PASS-FARE)
061000          + (fbx-tokensI * WS-TOKEN-FARE).
061100      ADD WS-RECORD-REVENUE TO WS-RTE-MON-REVENUE(WS-RTE-HIT).
061200  2110-APPLY-ONE-FAREBOX-EXIT.
061300      EXIT.
061400*----------------------------------------------------------------
061500  2120-FIND-FAREBOX-ROUTE.
061600*----------------------------------------------------------------
061700      IF WS-RTE-NUMBER(WS-RTE-SUB) = fbx-lineI
061800          MOVE WS-RTE-SUB TO WS-RTE-HIT
061900      END-IF.
062000  2120-FIND-FAREBOX-ROUTE-EXIT.
062100      EXIT.
062200*----------------------------------------------------------------
062300  2900-REJECT-ONE-FAREBOX.
062400*    LOG THE BAD FAREBOX COUNT TO THE SHOP-WIDE REJECT.LOG; IT
062500*    TAKES NO PART IN THE RECONCILIATION OR THE SUMMARY.
062600*----------------------------------------------------------------
062700      DISPLAY "** BAD FAREBOX COUNT (" REJ-REASON-CODE ") LINE "
062800          fbx-lineI " DATE " fbx-dateI " **".
062900      MOVE "L10FBX" TO REJ-PROGRAM-NAME.
063000      MOVE SPACES   TO REJ-RECORD-KEY.
063100      STRING fbx-lineI "/" fbx-dateI
063200          DELIMITED BY SIZE
063300          INTO REJ-RECORD-KEY.
063400      CALL "REJECTLOG" USING REJECT-PARM.
063500      ADD 1 TO WS-FAREBOX-REJECTED.
063600  2900-REJECT-ONE-FAREBOX-EXIT.
063700      EXIT.
063800*----------------------------------------------------------------
063900  3000-WRITE-RECONCILIATION.
064000*    ONE LINE PER ROUTE THAT CARRIED RIDERS OR TURNED IN A
064100*    FAREBOX ON THE SERVICE DATE, THEN THE ROUTES OUTSIDE
064200*    TOLERANCE GATHERED AT THE END.
064300*----------------------------------------------------------------
064400      OPEN OUTPUT recon-file.
064500      MOVE WS-RECON-DATE TO WS-RTL-DATE.
064600      MOVE WS-REC-TITLE-LINE TO recon-line.
064700      PERFORM 3900-WRITE-RECON-LINE
064800          THRU 3900-WRITE-RECON-LINE-EXIT.
064900      MOVE WS-CASH-FARE TO WS-FL-CASH.
065000      MOVE WS-PASS-FARE TO WS-FL-PASS.
065100      MOVE WS-TOKEN-FARE TO WS-FL-TOKEN.
065200      MOVE WS-TOLERANCE-PCT TO WS-FL-PCT.
065300      MOVE WS-TOLERANCE-FLOOR TO WS-FL-FLOOR.
065400      MOVE WS-FARE-LINE TO recon-line.
065500      PERFORM 3900-WRITE-RECON-LINE
065600          THRU 3900-WRITE-RECON-LINE-EXIT.
065700      MOVE SPACES TO recon-line.
065800      PERFORM 3900-WRITE-RECON-LINE
065900          THRU 3900-WRITE-RECON-LINE-EXIT.
066000      MOVE WS-REC-COLUMN-LINE TO recon-line.
066100      PERFORM 3900-WRITE-RECON-LINE
066200          THRU 3900-WRITE-RECON-LINE-EXIT.
066300      PERFORM 3100-RECONCILE-ONE-ROUTE
066400          THRU 3100-RECONCILE-ONE-ROUTE-EXIT
066500          VARYING WS-RTE-SUB FROM 1 BY 1
066600          UNTIL WS-RTE-SUB > WS-RTE-COUNT.
066700
066800      MOVE SPACES TO recon-line.
066900      PERFORM 3900-WRITE-RECON-LINE
067000          THRU 3900-WRITE-RECON-LINE-EXIT.
067100      MOVE "ROUTES OUTSIDE TOLERANCE - RECOUNT OR EXPLAIN"
067200          TO recon-line.
067300      PERFORM 3900-WRITE-RECON-LINE
067400          THRU 3900-WRITE-RECON-LINE-EXIT.
067500      PERFORM 3200-LIST-ONE-EXCEPTION
067600          THRU 3200-LIST-ONE-EXCEPTION-EXIT
067700          VARYING WS-RTE-SUB FROM 1 BY 1
067800          UNTIL WS-RTE-SUB > WS-RTE-COUNT.
067900      IF WS-EXCEPTION-COUNT = ZERO
068000          MOVE "  (none)" TO recon-line
068100          PERFORM 3900-WRITE-RECON-LINE
068200              THRU 3900-WRITE-RECON-LINE-EXIT
068300      END-IF.
068400      MOVE SPACES TO recon-line.
068500      PERFORM 3900-WRITE-RECON-LINE
068600          THRU 3900-WRITE-RECON-LINE-EXIT.
068700      MOVE WS-ROUTES-RECONCILED TO WS-RT-ROUTES.
068800      MOVE WS-EXCEPTION-COUNT TO WS-RT-EXCEPTIONS.
068900      MOVE WS-FAREBOX-REJECTED TO WS-RT-REJECTED.
069000      MOVE WS-REC-TOTAL-LINE TO recon-line.
069100      PERFORM 3900-WRITE-RECON-LINE
069200          THRU 3900-WRITE-RECON-LINE-EXIT.
069300      CLOSE recon-file.
069400      DISPLAY WS-EXCEPTION-COUNT " route(s) outside tolerance - "
069500          "report in L10.REC".
069600  3000-WRITE-RECONCILIATION-EXIT.
069700      EXIT.
069800*----------------------------------------------------------------
069900  3100-RECONCILE-ONE-ROUTE.
070000*    EXPECTED CASH IS THE RIDERS WHO PAID NEITHER BY PASS NOR
070100*    BY TOKEN, AT THE CASH FARE. A ROUTE THAT CARRIED RIDERS
070200*    WITH NO FAREBOX TURNED IN IS ALWAYS AN EXCEPTION.
070300*----------------------------------------------------------------
070400      IF WS-RTE-DAY-BOARD(WS-RTE-SUB) = ZERO
070500          AND WS-RTE-DAY-FBX-SW(WS-RTE-SUB) = "N"
070600          GO TO 3100-RECONCILE-ONE-ROUTE-EXIT
070700      END-IF.
070800      ADD 1 TO WS-ROUTES-RECONCILED.
070900      PERFORM 3500-FILL-RECON-LINE
071000          THRU 3500-FILL-RECON-LINE-EXIT.
071100      IF WS-RTE-DAY-FBX-SW(WS-RTE-SUB) = "N"
071200          MOVE "** NO FBX" TO WS-RD-FLAG
071300      ELSE
071400          IF WS-ABS-VARIANCE > WS-ALLOWED
071500              IF WS-VARIANCE < ZERO
071600                  MOVE "** SHORT" TO WS-RD-FLAG
071700              ELSE
071800                  MOVE "** OVER" TO WS-RD-FLAG
071900              END-IF
072000          END-IF
072100      END-IF.
072200      IF WS-RD-FLAG NOT = SPACES
072300          MOVE "Y" TO WS-RTE-EXCEPT-SW(WS-RTE-SUB)
072400          ADD 1 TO WS-EXCEPTION-COUNT
072500      END-IF.
072600      MOVE WS-REC-DETAIL-LINE TO recon-line.
072700      PERFORM 3900-WRITE-RECON-LINE
072800          THRU 3900-WRITE-RECON-LINE-EXIT.
072900  3100-RECONCILE-ONE-ROUTE-EXIT.
073000      EXIT.
073100*----------------------------------------------------------------
073200  3200-LIST-ONE-EXCEPTION.
073300*----------------------------------------------------------------
073400      IF WS-RTE-EXCEPT-SW(WS-RTE-SUB) NOT = "Y"
073500          GO TO 3200-LIST-ONE-EXCEPTION-EXIT
073600      END-IF.
073700      PERFORM 3500-FILL-RECON-LINE
073800          THRU 3500-FILL-RECON-LINE-EXIT.
073900      IF WS-RTE-DAY-FBX-SW(WS-RTE-SUB) = "N"
074000          MOVE "** NO FBX" TO WS-RD-FLAG
074100      ELSE
074200          IF WS-VARIANCE < ZERO
074300              MOVE "** SHORT" TO WS-RD-FLAG
074400          ELSE
074500              MOVE "** OVER" TO WS-RD-FLAG
074600          END-IF
074700      END-IF.
074800      MOVE WS-REC-DETAIL-LINE TO recon-line.
074900      PERFORM 3900-WRITE-RECON-LINE
075000          THRU 3900-WRITE-RECON-LINE-EXIT.
075100  3200-LIST-ONE-EXCEPTION-EXIT.
075200      EXIT.
075300*----------------------------------------------------------------
075400  3500-FILL-RECON-LINE.
075500*    THE ROUTE AT WS-RTE-SUB IN; THE DETAIL LINE, THE SIGNED
075600*    AND UNSIGNED VARIANCE AND THE ALLOWED VARIANCE OUT.
075700*----------------------------------------------------------------
075800      COMPUTE WS-CASH-RIDERS = WS-RTE-DAY-BOARD(WS-RTE-SUB)
075900          - WS-RTE-DAY-PASSES(WS-RTE-SUB)
076000          - WS-RTE-DAY-TOKENS(WS-RTE-SUB).
076100      COMPUTE WS-EXPECTED-CASH = WS-CASH-RIDERS * WS-CASH-FARE.
076200      COMPUTE WS-VARIANCE =
076300          WS-RTE-DAY-CASH(WS-RTE-SUB) - WS-EXPECTED-CASH.
076400      IF WS-VARIANCE < ZERO
076500          COMPUTE WS-ABS-VARIANCE = ZERO - WS-VARIANCE
076600      ELSE
076700          MOVE WS-VARIANCE TO WS-ABS-VARIANCE
076800      END-IF.
076900      MOVE WS-TOLERANCE-FLOOR TO WS-ALLOWED.
077000      IF WS-EXPECTED-CASH > ZERO
077100          COMPUTE WS-RECORD-REVENUE ROUNDED =
077200              WS-EXPECTED-CASH * WS-TOLERANCE-PCT / 100
077300          IF WS-RECORD-REVENUE > WS-ALLOWED
077400              MOVE WS-RECORD-REVENUE TO WS-ALLOWED
077500          END-IF
077600      END-IF.
077700      MOVE WS-RTE-NUMBER(WS-RTE-SUB) TO WS-RD-LINE.
077800      MOVE WS-RTE-NAME(WS-RTE-SUB) TO WS-RD-NAME.
077900      MOVE WS-RTE-DAY-BOARD(WS-RTE-SUB) TO WS-RD-BOARD.
078000      MOVE WS-RTE-DAY-PASSES(WS-RTE-SUB) TO WS-RD-PASSES.
078100      MOVE WS-RTE-DAY-TOKENS(WS-RTE-SUB) TO WS-RD-TOKENS.
078200      MOVE WS-EXPECTED-CASH TO WS-RD-EXPECTED.
078300      MOVE WS-RTE-DAY-CASH(WS-RTE-SUB) TO WS-RD-CASH.
078400      MOVE WS-VARIANCE TO WS-RD-VARIANCE.
078500      MOVE SPACES TO WS-RD-FLAG.
078600  3500-FILL-RECON-LINE-EXIT.
078700      EXIT.
078800*----------------------------------------------------------------
078900  3900-WRITE-RECON-LINE.
079000*----------------------------------------------------------------
079100      WRITE recon-line.
079200      ADD 1 TO WS-LINES-WRITTEN.
079300  3900-WRITE-RECON-LINE-EXIT.
079400      EXIT.
079500*----------------------------------------------------------------
079600  4000-WRITE-REVENUE-SUMMARY.
079700*    MONTH TO DATE, ONE LINE PER ROUTE THAT RAN OR TOOK IN
079800*    REVENUE. AVAILABLE SEATS ARE THE ROUTE'S CAPACITY FOR EACH
079900*    DAY IT CARRIED RIDERS. A ROUTE EARNING LESS PER SEAT THAN
080000*    THE SYSTEM AS A WHOLE IS MARKED BELOW.
080100*----------------------------------------------------------------
080200      PERFORM 4100-ADD-ONE-SYSTEM-TOTAL
080300          THRU 4100-ADD-ONE-SYSTEM-TOTAL-EXIT
080400          VARYING WS-RTE-SUB FROM 1 BY 1
080500          UNTIL WS-RTE-SUB > WS-RTE-COUNT.
080600      IF WS-SYS-SEATS > ZERO
080700          COMPUTE WS-SYS-REV-PER-SEAT ROUNDED =
080800              WS-SYS-REVENUE / WS-SYS-SEATS
080900      END-IF.
081000      OPEN OUTPUT revenue-file.
081100      MOVE WS-MONTH-START TO WS-VTL-START.
081200      MOVE WS-RECON-DATE TO WS-VTL-END.
081300      MOVE WS-RVS-TITLE-LINE TO revenue-line.
081400      PERFORM 4900-WRITE-REVENUE-LINE
081500          THRU 4900-WRITE-REVENUE-LINE-EXIT.
081600      MOVE SPACES TO revenue-line.
081700      PERFORM 4900-WRITE-REVENUE-LINE
081800          THRU 4900-WRITE-REVENUE-LINE-EXIT.
081900      MOVE WS-RVS-COLUMN-LINE TO revenue-line.
082000      PERFORM 4900-WRITE-REVENUE-LINE
082100          THRU 4900-WRITE-REVENUE-LINE-EXIT.
082200      PERFORM 4200-SUMMARIZE-ONE-ROUTE
082300          THRU 4200-SUMMARIZE-ONE-ROUTE-EXIT
082400          VARYING WS-RTE-SUB FROM 1 BY 1
082500          UNTIL WS-RTE-SUB > WS-RTE-COUNT.
082600      MOVE SPACES TO revenue-line.
082700      PERFORM 4900-WRITE-REVENUE-LINE
082800          THRU 4900-WRITE-REVENUE-LINE-EXIT.
082900      MOVE ZERO TO WS-VD-LINE.
083000      MOVE "SYSTEM TOTAL" TO WS-VD-NAME.
083100      MOVE ZERO TO WS-VD-DAYS.
083200      MOVE WS-SYS-BOARD TO WS-VD-BOARD.
083300      MOVE WS-SYS-REVENUE TO WS-VD-REVENUE.
083400      MOVE WS-SYS-SEATS TO WS-VD-SEATS.
083500      MOVE WS-SYS-REV-PER-SEAT TO WS-VD-PER-SEAT.
083600      MOVE ZERO TO WS-REV-PER-BOARD.
083700      MOVE ZERO TO WS-LOAD-PCT.
083800      IF WS-SYS-BOARD > ZERO
083900          COMPUTE WS-REV-PER-BOARD ROUNDED =
084000              WS-SYS-REVENUE / WS-SYS-BOARD
084100      END-IF.
084200      IF WS-SYS-SEATS > ZERO
084300          COMPUTE WS-LOAD-PCT ROUNDED =
084400              WS-SYS-BOARD * 100 / WS-SYS-SEATS
084500      END-IF.
084600      MOVE WS-REV-PER-BOARD TO WS-VD-PER-BOARD.
084700      MOVE WS-LOAD-PCT TO WS-VD-LOAD.
084800      MOVE SPACES TO WS-VD-FLAG.
084900      MOVE WS-RVS-DETAIL-LINE TO revenue-line.
085000      MOVE SPACES TO revenue-line(1:3).
085100      MOVE SPACES TO revenue-line(21:3).
085200      PERFORM 4900-WRITE-REVENUE-LINE
085300          THRU 4900-WRITE-REVENUE-LINE-EXIT.
085400      CLOSE revenue-file.
085500      DISPLAY WS-SUMMARY-COUNT " route(s) summarized - report in "
085600          "L10.RVS".
085700  4000-WRITE-REVENUE-SUMMARY-EXIT.
085800      EXIT.
085900*----------------------------------------------------------------
086000  4100-ADD-ONE-SYSTEM-TOTAL.
086100*----------------------------------------------------------------
086200      ADD WS-RTE-MON-BOARD(WS-RTE-SUB) TO WS-SYS-BOARD.
086300      ADD WS-RTE-MON-REVENUE(WS-RTE-SUB) TO WS-SYS-REVENUE.
086400      COMPUTE WS-SYS-SEATS = WS-SYS-SEATS
086500          + (WS-RTE-CAPACITY(WS-RTE-SUB)
086600          * WS-RTE-MON-DAYS(WS-RTE-SUB)).
086700  4100-ADD-ONE-SYSTEM-TOTAL-EXIT.
086800      EXIT.
086900*----------------------------------------------------------------
087000  4200-SUMMARIZE-ONE-ROUTE.
087100*----------------------------------------------------------------
087200      IF WS-RTE-MON-BOARD(WS-RTE-SUB) = ZERO
087300          AND WS-RTE-MON-REVENUE(WS-RTE-SUB) = ZERO
087400          GO TO 4200-SUMMARIZE-ONE-ROUTE-EXIT
087500      END-IF.
087600      ADD 1 TO WS-SUMMARY-COUNT.
087700      COMPUTE WS-SEATS = WS-RTE-CAPACITY(WS-RTE-SUB)
087800          * WS-RTE-MON-DAYS(WS-RTE-SUB).
087900      MOVE ZERO TO WS-REV-PER-BOARD.
088000      MOVE ZERO TO WS-REV-PER-SEAT.
088100      MOVE ZERO TO WS-LOAD-PCT.
088200      IF WS-RTE-MON-BOARD(WS-RTE-SUB) > ZERO
088300          COMPUTE WS-REV-PER-BOARD ROUNDED =
088400              WS-RTE-MON-REVENUE(WS-RTE-SUB)
088500              / WS-RTE-MON-BOARD(WS-RTE-SUB)
088600      END-IF.
088700      IF WS-SEATS > ZERO
088800          COMPUTE WS-REV-PER-SEAT ROUNDED =
088900              WS-RTE-MON-REVENUE(WS-RTE-SUB) / WS-SEATS
089000          COMPUTE WS-LOAD-PCT ROUNDED =
089100              WS-RTE-MON-BOARD(WS-RTE-SUB) * 100 / WS-SEATS
089200      END-IF.
089300      MOVE WS-RTE-NUMBER(WS-RTE-SUB) TO WS-VD-LINE.
089400      MOVE WS-RTE-NAME(WS-RTE-SUB) TO WS-VD-NAME.
089500      MOVE WS-RTE-MON-DAYS(WS-RTE-SUB) TO WS-VD-DAYS.
089600      MOVE WS-RTE-MON-BOARD(WS-RTE-SUB) TO WS-VD-BOARD.
089700      MOVE WS-RTE-MON-REVENUE(WS-RTE-SUB) TO WS-VD-REVENUE.
089800      MOVE WS-REV-PER-BOARD TO WS-VD-PER-BOARD.
089900      MOVE WS-SEATS TO WS-VD-SEATS.
090000      MOVE WS-REV-PER-SEAT TO WS-VD-PER-SEAT.
090100      MOVE WS-LOAD-PCT TO WS-VD-LOAD.
090200      MOVE SPACES TO WS-VD-FLAG.
090300      IF WS-REV-PER-SEAT < WS-SYS-REV-PER-SEAT
090400          MOVE "BELOW" TO WS-VD-FLAG
090500      END-IF.
090600      MOVE WS-RVS-DETAIL-LINE TO revenue-line.
090700      PERFORM 4900-WRITE-REVENUE-LINE
090800          THRU 4900-WRITE-REVENUE-LINE-EXIT.
090900  4200-SUMMARIZE-ONE-ROUTE-EXIT.
091000      EXIT.
091100*----------------------------------------------------------------
091200  4900-WRITE-REVENUE-LINE.
091300*----------------------------------------------------------------
091400      WRITE revenue-line.
091500      ADD 1 TO WS-LINES-WRITTEN.
091600  4900-WRITE-REVENUE-LINE-EXIT.
091700      EXIT.
