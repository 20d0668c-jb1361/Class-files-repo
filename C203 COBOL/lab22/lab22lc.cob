000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB22LC.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  PARTS - VEHICLE RECORDS.
000500 DATE-WRITTEN.  10/02/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/02/2026  DL  INITIAL VERSION. A SOLD OR WRECKED VEHICLE
001100*                 EITHER SAT ON LAB22.IDX FOREVER OR WAS DELETED
001200*                 THROUGH LAB22UPD AND LOST ITS HISTORY. THIS RUN
001300*                 POSTS LIFECYCLE TRANSACTIONS (LAB22.LCT) TO THE
001400*                 LAB22.LCM LIFECYCLE MASTER - S IN SERVICE,
001500*                 O OUT OF SERVICE, A AWAITING DISPOSAL, D
001600*                 DISPOSED - EACH WITH ITS STATUS DATE. A
001700*                 DISPOSAL ALSO CARRIES THE SALE DATE, BUYER, AND
001800*                 PROCEEDS. THE VIN STAYS ON LAB22.IDX SO ITS
001900*                 SERVICE, FUEL, AND WORK-ORDER HISTORY STAYS
002000*                 WITH IT. BAD TRANSACTIONS GO TO REJECT.LOG.
002100*                 ENDS WITH THE DISPOSAL REGISTER (LAB22.DSR) -
002200*                 EVERY DISPOSED VEHICLE, THEN PROCEEDS BY THE
002300*                 FISCAL PERIOD OF SALE.
002320* 10/15/2026  DL  EACH STATUS CHANGE POSTED NOW GOES TO CHANGE.LOG
002340*                 THROUGH CHGLOG - THE VEHICLE'S LIFECYCLE ENTRY
002360*                 BEFORE AND AFTER, KEYED BY VIN. A VIN'S FIRST
002380*                 CHANGE LOGS AS AN ADD.
002400*----------------------------------------------------------------
002500* LAB22.IDX IS REBUILT FROM lab22.in BY LAB22LD, SO THE STATUS
002600* CANNOT LIVE ON THE INDEXED RECORD - IT WOULD BE LOST ON THE
002700* NEXT LOAD. IT LIVES ON LAB22.LCM INSTEAD, READ THROUGH VEHSTAT
002800* BY LAB22ST, LAB22FC, AND L_10. A VIN WITH NO LAB22.LCM ENTRY
002900* IS IN SERVICE. A DISPOSED VEHICLE IS FINAL - IT TAKES NO
003000* FURTHER STATUS CHANGE. LAB22.LCT IS EMPTIED ONCE POSTED.
003100*----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT masterFile ASSIGN TO "LAB22.IDX"
003600         ORGANIZATION INDEXED
003700         ACCESS MODE DYNAMIC
003800         RECORD KEY IS vinNumber
003900         ALTERNATE RECORD KEY IS prodNumber WITH DUPLICATES
004000         FILE STATUS IS masterFileStatus.
004100     SELECT OPTIONAL lcTransFile ASSIGN TO "LAB22.LCT"
004200         ORGANIZATION LINE SEQUENTIAL
004300         FILE STATUS IS lcTransFileStatus.
004400     SELECT OPTIONAL lifecycleFile ASSIGN TO "LAB22.LCM"
004500         ORGANIZATION LINE SEQUENTIAL
004600         FILE STATUS IS lifecycleFileStatus.
004700     SELECT reportFile ASSIGN TO "LAB22.DSR"
004800         ORGANIZATION LINE SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  masterFile.
005200 01  vinNumber.
005300     05  countryCode             PIC X(01).
005400     05  mfg                     PIC A(01).
005500     05  typeOrDivision          PIC X(01).
005600     05  vehicleStyle            PIC X(04).
005700     05  checkDigit              PIC 9(01).
005800     05  yearCode                PIC X(01).
005900     05  asmbPlant               PIC X(01).
006000     05  prodNumber              PIC 9(05).
006100 FD  lcTransFile.
006200 01  lcTransI.
006300     05  lctVinI                 PIC X(15).
006400     05  lctStatusI              PIC X(01).
006500         88  LCT-IN-SERVICE              VALUE "S".
006600         88  LCT-OUT-OF-SERVICE          VALUE "O".
006700         88  LCT-AWAITING-DISPOSAL       VALUE "A".
006800         88  LCT-DISPOSED                VALUE "D".
006900         88  LCT-VALID-STATUS            VALUE "S" "O" "A" "D".
007000     05  lctDateI                PIC 9(08).
007100     05  lctBuyerI               PIC X(20).
007200     05  lctProceedsI            PIC 9(07)V99.
007300 FD  lifecycleFile.
007400 01  lifecycleRecord.
007500     05  lcmVin                  PIC X(15).
007600     05  lcmStatus               PIC X(01).
007700     05  lcmStatusDate           PIC 9(08).
007800     05  lcmSaleDate             PIC 9(08).
007900     05  lcmBuyer                PIC X(20).
008000     05  lcmProceeds             PIC 9(07)V99.
008100 FD  reportFile.
008200 01  reportLine                  PIC X(80).
008300 WORKING-STORAGE SECTION.
008400*----------------------------------------------------------------
008500* FILE STATUS AND RUN COUNTS
008600*----------------------------------------------------------------
008700 01  masterFileStatus            PIC X(02).
008800 01  lcTransFileStatus           PIC X(02).
008900 01  lifecycleFileStatus         PIC X(02).
009000 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
009100 01  WS-TRN-READ                 PIC 9(05) COMP VALUE ZERO.
009200 01  WS-TRN-POSTED               PIC 9(05) COMP VALUE ZERO.
009300 01  WS-REJECT-COUNT             PIC 9(05) COMP VALUE ZERO.
009400 01  WS-DISPOSED-TONIGHT         PIC 9(05) COMP VALUE ZERO.
009500 01  WS-RUN-DATE                 PIC 9(08).
009600 01  WS-LIFECYCLE-CHANGED-SW     PIC X(01) VALUE "N".
009700     88  LIFECYCLE-CHANGED               VALUE "Y".
009800     88  LIFECYCLE-NOT-CHANGED           VALUE "N".
009900*----------------------------------------------------------------
010000* LIFECYCLE MASTER, HELD WHOLE FOR THE POSTINGS AND REWRITE
010100*----------------------------------------------------------------
010200 01  WS-LC-COUNT                 PIC 9(04) COMP VALUE ZERO.
010300 01  WS-LC-SUB                   PIC 9(04) COMP.
010400 01  WS-LC-HIT                   PIC 9(04) COMP VALUE ZERO.
010500 01  WS-LC-TABLE.
010600     05  WS-LC-ENTRY OCCURS 1000 TIMES.
010700         10  WS-LC-VIN           PIC X(15).
010800         10  WS-LC-STATUS        PIC X(01).
010900             88  LC-IS-DISPOSED          VALUE "D".
011000         10  WS-LC-STATUS-DATE   PIC 9(08).
011100         10  WS-LC-SALE-DATE     PIC 9(08).
011200         10  WS-LC-BUYER         PIC X(20).
011300         10  WS-LC-PROCEEDS      PIC 9(07)V99.
011400*----------------------------------------------------------------
011500* REGISTER TOTALS
011600*----------------------------------------------------------------
011700 01  WS-DISPOSAL-COUNT           PIC 9(05) VALUE ZERO.
011800 01  WS-PROCEEDS-TOTAL           PIC 9(09)V99 VALUE ZERO.
011900*----------------------------------------------------------------
012000* FISCAL PERIODS OF SALE, KEPT IN YYYYPP ORDER AS THEY ARE ADDED
012100* SO THE SECTION PRINTS OLDEST PERIOD FIRST
012200*----------------------------------------------------------------
012300 01  WS-PERIOD-COUNT             PIC 9(02) COMP VALUE ZERO.
012400 01  WS-PERIOD-SUB               PIC 9(02) COMP.
012500 01  WS-PERIOD-HIT               PIC 9(02) COMP.
012600 01  WS-PERIOD-DATE              PIC 9(08).
012700 01  WS-PERIOD-KEY               PIC 9(06).
012800 01  WS-PERIOD-TABLE.
012900     05  WS-PERIOD-ENTRY OCCURS 60 TIMES.
013000         10  WS-PER-KEY.
013100             15  WS-PER-YEAR     PIC 9(04).
013200             15  WS-PER-PERIOD   PIC 9(02).
013300         10  WS-PER-VEHICLES     PIC 9(05).
013400         10  WS-PER-PROCEEDS     PIC 9(09)V99.
013500*----------------------------------------------------------------
013600* REPORT LINES
013700*----------------------------------------------------------------
013800 01  WS-REPORT-HEADING.
013900     05  FILLER                  PIC X(35) VALUE
014000         "VEHICLE DISPOSAL REGISTER - AS OF ".
014100     05  WS-HDG-DATE             PIC 9(08).
014200 01  WS-DISPOSAL-COLUMNS.
014300     05  FILLER                  PIC X(36) VALUE
014400         "VIN              SOLD      FY/PD    ".
014500     05  FILLER                  PIC X(34) VALUE
014600         "BUYER                     PROCEEDS".
014700 01  WS-DISPOSAL-DETAIL.
014800     05  WS-DDT-VIN              PIC X(15).
014900     05  FILLER                  PIC X(02) VALUE SPACES.
015000     05  WS-DDT-SALE-DATE        PIC 9(08).
015100     05  FILLER                  PIC X(02) VALUE SPACES.
015200     05  WS-DDT-YEAR             PIC 9(04).
015300     05  FILLER                  PIC X(01) VALUE "/".
015400     05  WS-DDT-PERIOD           PIC 9(02).
015500     05  FILLER                  PIC X(02) VALUE SPACES.
015600     05  WS-DDT-BUYER            PIC X(20).
015700     05  FILLER                  PIC X(02) VALUE SPACES.
015800     05  WS-DDT-PROCEEDS         PIC Z(08)9.99.
015900 01  WS-DISPOSAL-TOTAL-LINE.
016000     05  FILLER                  PIC X(08) VALUE "TOTAL   ".
016100     05  WS-DTL-VEHICLES         PIC Z(04)9.
016200     05  FILLER                  PIC X(45) VALUE " VEHICLE(S)".
016300     05  WS-DTL-PROCEEDS         PIC Z(08)9.99.
016400 01  WS-PERIOD-TITLE             PIC X(80) VALUE
016500     "PROCEEDS BY FISCAL PERIOD OF SALE".
016600 01  WS-PERIOD-COLUMNS           PIC X(80) VALUE
016700     "FY/PD   VEHICLES       PROCEEDS".
016800 01  WS-PERIOD-DETAIL.
016900     05  WS-PDT-YEAR             PIC 9(04).
017000     05  FILLER                  PIC X(01) VALUE "/".
017100     05  WS-PDT-PERIOD           PIC 9(02).
017200     05  FILLER                  PIC X(06) VALUE SPACES.
017300     05  WS-PDT-VEHICLES         PIC Z(04)9.
017400     05  FILLER                  PIC X(03) VALUE SPACES.
017500     05  WS-PDT-PROCEEDS         PIC Z(08)9.99.
017600 01  WS-NO-DISPOSALS-LINE        PIC X(80) VALUE
017700     "NO DISPOSED VEHICLES ON LAB22.LCM - NOTHING TO REPORT".
017800*----------------------------------------------------------------
017900* CALL INTERFACE TO THE SHARED DATE-VALIDATION SUBPROGRAM
018000*----------------------------------------------------------------
018100 COPY "dvalparm.cpy".
018200*----------------------------------------------------------------
018300* CALL INTERFACE TO THE SHARED FISCAL-PERIOD SUBPROGRAM
018400*----------------------------------------------------------------
018500 COPY "fscparm.cpy".
018600*----------------------------------------------------------------
018700* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
018800*----------------------------------------------------------------
018900 COPY "auditparm.cpy".
019000*----------------------------------------------------------------
019100* CALL INTERFACE TO THE SHARED REJECT-LOG SUBPROGRAM
019200*----------------------------------------------------------------
019300 COPY "rejparm.cpy".
019320*----------------------------------------------------------------
019340* CALL INTERFACE TO THE SHARED CHANGE-HISTORY SUBPROGRAM
019360*----------------------------------------------------------------
019380 COPY "chgparm.cpy".
019400 PROCEDURE DIVISION.
019500*----------------------------------------------------------------
019600 0000-MAINLINE.
019700*----------------------------------------------------------------
019800     MOVE "LAB22LC" TO AUDIT-PROGRAM-NAME.
019900     MOVE SPACES TO AUDIT-USER-ID.
020000     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
020100     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
020200     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
020300
020400     PERFORM 1000-LOAD-LIFECYCLE-MASTER
020500         THRU 1000-LOAD-LIFECYCLE-MASTER-EXIT.
020600
020700     OPEN INPUT masterFile.
020800     IF masterFileStatus NOT = "00"
020900         DISPLAY "** CANNOT OPEN LAB22.IDX - STATUS "
021000             masterFileStatus " **"
021100         MOVE 8 TO WS-FINAL-RETURN-CODE
021200         CLOSE masterFile
021300         GO TO 0000-WRAP-UP
021400     END-IF.
021500     PERFORM 2000-POST-TRANSACTIONS
021600         THRU 2000-POST-TRANSACTIONS-EXIT.
021700     CLOSE masterFile.
021800
021900     IF LIFECYCLE-CHANGED
022000         PERFORM 3000-REWRITE-LIFECYCLE-MASTER
022100             THRU 3000-REWRITE-LIFECYCLE-MASTER-EXIT
022200     END-IF.
022300     PERFORM 4000-PRINT-DISPOSAL-REGISTER
022400         THRU 4000-PRINT-DISPOSAL-REGISTER-EXIT.
022500
022600     DISPLAY WS-TRN-POSTED " status change(s) posted, "
022700         WS-DISPOSED-TONIGHT " disposal(s)".
022800     DISPLAY WS-REJECT-COUNT " transaction(s) rejected".
022900     IF WS-REJECT-COUNT NOT = ZERO
023000         MOVE 8 TO WS-FINAL-RETURN-CODE
023100     END-IF.
023200
023300 0000-WRAP-UP.
023400     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
023500     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
023600     MOVE WS-TRN-READ TO AUDIT-RECORDS-READ.
023700     MOVE WS-TRN-POSTED TO AUDIT-RECORDS-WRITTEN.
023800     CALL "AUDITLOG" USING AUDIT-PARM.
023900*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
024000     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
024100     STOP RUN.
024200*----------------------------------------------------------------
024300 1000-LOAD-LIFECYCLE-MASTER.
024400*    NO LAB22.LCM YET MEANS EVERY VEHICLE IS STILL IN SERVICE -
024500*    THE FIRST STATUS CHANGE STARTS IT.
024600*----------------------------------------------------------------
024700     OPEN INPUT lifecycleFile.
024800     IF lifecycleFileStatus NOT = "00"
024900         CLOSE lifecycleFile
025000         GO TO 1000-LOAD-LIFECYCLE-MASTER-EXIT
025100     END-IF.
025200     PERFORM FOREVER
025300         READ lifecycleFile
025400             AT END
025500             EXIT PERFORM
025600         END-READ
025700         IF WS-LC-COUNT >= 1000
025800             DISPLAY "WARNING - lifecycle table full, VIN "
025900                 lcmVin " not loaded"
026000         ELSE
026100             ADD 1 TO WS-LC-COUNT
026200             MOVE lcmVin        TO WS-LC-VIN(WS-LC-COUNT)
026300             MOVE lcmStatus     TO WS-LC-STATUS(WS-LC-COUNT)
026400             MOVE lcmStatusDate
026500                 TO WS-LC-STATUS-DATE(WS-LC-COUNT)
026600             MOVE lcmSaleDate   TO WS-LC-SALE-DATE(WS-LC-COUNT)
026700             MOVE lcmBuyer      TO WS-LC-BUYER(WS-LC-COUNT)
026800             MOVE lcmProceeds   TO WS-LC-PROCEEDS(WS-LC-COUNT)
026900         END-IF
027000     END-PERFORM.
027100     CLOSE lifecycleFile.
027200     DISPLAY WS-LC-COUNT " vehicle(s) on LAB22.LCM".
027300 1000-LOAD-LIFECYCLE-MASTER-EXIT.
027400     EXIT.
027500*----------------------------------------------------------------
027600 2000-POST-TRANSACTIONS.
027700*----------------------------------------------------------------
027800     OPEN INPUT lcTransFile.
027900     IF lcTransFileStatus NOT = "00"
028000         DISPLAY "LAB22.LCT not found - nothing to post"
028100         CLOSE lcTransFile
028200         GO TO 2000-POST-TRANSACTIONS-EXIT
028300     END-IF.
028400     PERFORM FOREVER
028500         READ lcTransFile
028600             AT END
028700             EXIT PERFORM
028800         END-READ
028900         ADD 1 TO WS-TRN-READ
029000         PERFORM 2100-POST-ONE-TRANSACTION
029100             THRU 2100-POST-ONE-TRANSACTION-EXIT
029200     END-PERFORM.
029300     CLOSE lcTransFile.
029400*    POSTED - EMPTY THE TRANSACTION FILE SO A RERUN CANNOT POST
029500*    THE SAME DISPOSAL TWICE. EVERY LINE STANDS ON LAB22.LCM OR
029600*    REJECT.LOG.
029700     OPEN OUTPUT lcTransFile.
029800     CLOSE lcTransFile.
029900 2000-POST-TRANSACTIONS-EXIT.
030000     EXIT.
030100*----------------------------------------------------------------
030200 2100-POST-ONE-TRANSACTION.
030300*----------------------------------------------------------------
030400     MOVE lctDateI TO DVAL-DATE.
030500     CALL "DATEVAL" USING DVAL-PARM.
030600     IF DVAL-IS-NOT-VALID
030700         MOVE "BDAT" TO REJ-REASON-CODE
030800         MOVE "Invalid lifecycle status date"
030900             TO REJ-REASON-TEXT
031000         PERFORM 2900-REJECT-ONE-TRANSACTION
031100             THRU 2900-REJECT-ONE-TRANSACTION-EXIT
031200         GO TO 2100-POST-ONE-TRANSACTION-EXIT
031300     END-IF.
031400     IF NOT LCT-VALID-STATUS
031500         MOVE "BSTA" TO REJ-REASON-CODE
031600         MOVE "Lifecycle status not S/O/A/D"
031700             TO REJ-REASON-TEXT
031800         PERFORM 2900-REJECT-ONE-TRANSACTION
031900             THRU 2900-REJECT-ONE-TRANSACTION-EXIT
032000         GO TO 2100-POST-ONE-TRANSACTION-EXIT
032100     END-IF.
032200     MOVE lctVinI TO vinNumber.
032300     READ masterFile
032400         KEY IS vinNumber
032500         INVALID KEY
032600             MOVE "VNNF" TO REJ-REASON-CODE
032700             MOVE "Status change for VIN not on the master"
032800                 TO REJ-REASON-TEXT
032900             PERFORM 2900-REJECT-ONE-TRANSACTION
033000                 THRU 2900-REJECT-ONE-TRANSACTION-EXIT
033100             GO TO 2100-POST-ONE-TRANSACTION-EXIT
033200     END-READ.
033300
033400     PERFORM 2800-FIND-VEHICLE
033500         THRU 2800-FIND-VEHICLE-EXIT.
033600     IF WS-LC-HIT NOT = ZERO
033700         IF LC-IS-DISPOSED(WS-LC-HIT)
033800             MOVE "DSPD" TO REJ-REASON-CODE
033900             MOVE "Vehicle already disposed"
034000                 TO REJ-REASON-TEXT
034100             PERFORM 2900-REJECT-ONE-TRANSACTION
034200                 THRU 2900-REJECT-ONE-TRANSACTION-EXIT
034300             GO TO 2100-POST-ONE-TRANSACTION-EXIT
034400         END-IF
034500         IF lctDateI < WS-LC-STATUS-DATE(WS-LC-HIT)
034600             MOVE "DOLD" TO REJ-REASON-CODE
034700             MOVE "Status date before current status date"
034800                 TO REJ-REASON-TEXT
034900             PERFORM 2900-REJECT-ONE-TRANSACTION
035000                 THRU 2900-REJECT-ONE-TRANSACTION-EXIT
035100             GO TO 2100-POST-ONE-TRANSACTION-EXIT
035200         END-IF
035300     END-IF.
035400     IF LCT-DISPOSED
035500         IF lctBuyerI = SPACES
035600             MOVE "BBUY" TO REJ-REASON-CODE
035700             MOVE "Disposal with no buyer"
035800                 TO REJ-REASON-TEXT
035900             PERFORM 2900-REJECT-ONE-TRANSACTION
036000                 THRU 2900-REJECT-ONE-TRANSACTION-EXIT
036100             GO TO 2100-POST-ONE-TRANSACTION-EXIT
036200         END-IF
036300         IF lctProceedsI NOT NUMERIC
036400             MOVE "BPRC" TO REJ-REASON-CODE
036500             MOVE "Disposal proceeds not numeric"
036600                 TO REJ-REASON-TEXT
036700             PERFORM 2900-REJECT-ONE-TRANSACTION
036800                 THRU 2900-REJECT-ONE-TRANSACTION-EXIT
036900             GO TO 2100-POST-ONE-TRANSACTION-EXIT
037000         END-IF
037100     END-IF.
037200
037300     IF WS-LC-HIT = ZERO
037400         IF WS-LC-COUNT >= 1000
037500             MOVE "LCFL" TO REJ-REASON-CODE
037600             MOVE "Lifecycle table full"
037700                 TO REJ-REASON-TEXT
037800             PERFORM 2900-REJECT-ONE-TRANSACTION
037900                 THRU 2900-REJECT-ONE-TRANSACTION-EXIT
038000             GO TO 2100-POST-ONE-TRANSACTION-EXIT
038100         END-IF
038200         ADD 1 TO WS-LC-COUNT
038300         MOVE WS-LC-COUNT TO WS-LC-HIT
038400         MOVE lctVinI TO WS-LC-VIN(WS-LC-HIT)
038416         SET CHG-RECORD-ADDED TO TRUE
038433         MOVE SPACES TO CHG-BEFORE-IMAGE
038450     ELSE
038466         SET CHG-RECORD-CHANGED TO TRUE
038483         MOVE WS-LC-ENTRY(WS-LC-HIT) TO CHG-BEFORE-IMAGE
038500     END-IF.
038600     MOVE lctStatusI TO WS-LC-STATUS(WS-LC-HIT).
038700     MOVE lctDateI   TO WS-LC-STATUS-DATE(WS-LC-HIT).
038800     IF LCT-DISPOSED
038900         MOVE lctDateI     TO WS-LC-SALE-DATE(WS-LC-HIT)
039000         MOVE lctBuyerI    TO WS-LC-BUYER(WS-LC-HIT)
039100         MOVE lctProceedsI TO WS-LC-PROCEEDS(WS-LC-HIT)
039200         ADD 1 TO WS-DISPOSED-TONIGHT
039300     ELSE
039400         MOVE ZERO   TO WS-LC-SALE-DATE(WS-LC-HIT)
039500         MOVE SPACES TO WS-LC-BUYER(WS-LC-HIT)
039600         MOVE ZERO   TO WS-LC-PROCEEDS(WS-LC-HIT)
039700     END-IF.
039800     SET LIFECYCLE-CHANGED TO TRUE.
039900     ADD 1 TO WS-TRN-POSTED.
039925     MOVE WS-LC-ENTRY(WS-LC-HIT) TO CHG-AFTER-IMAGE.
039950     PERFORM 9200-RECORD-CHANGE-HISTORY
039975         THRU 9200-RECORD-CHANGE-HISTORY-EXIT.
040000 2100-POST-ONE-TRANSACTION-EXIT.
040100     EXIT.
040200*----------------------------------------------------------------
040300 2800-FIND-VEHICLE.
040400*----------------------------------------------------------------
040500     MOVE ZERO TO WS-LC-HIT.
040600     PERFORM 2810-CHECK-ONE-VEHICLE
040700         THRU 2810-CHECK-ONE-VEHICLE-EXIT
040800         VARYING WS-LC-SUB FROM 1 BY 1
040900         UNTIL WS-LC-SUB > WS-LC-COUNT
041000         OR WS-LC-HIT NOT = ZERO.
041100 2800-FIND-VEHICLE-EXIT.
041200     EXIT.
041300*----------------------------------------------------------------
041400 2810-CHECK-ONE-VEHICLE.
041500*----------------------------------------------------------------
041600     IF WS-LC-VIN(WS-LC-SUB) = lctVinI
041700         MOVE WS-LC-SUB TO WS-LC-HIT
041800     END-IF.
041900 2810-CHECK-ONE-VEHICLE-EXIT.
042000     EXIT.
042100*----------------------------------------------------------------
042200 2900-REJECT-ONE-TRANSACTION.
042300*----------------------------------------------------------------
042400     DISPLAY "WARNING - lifecycle transaction rejected ("
042500         REJ-REASON-CODE "): " lctVinI " " lctStatusI.
042600     MOVE "LAB22LC" TO REJ-PROGRAM-NAME.
042700     MOVE SPACES TO REJ-RECORD-KEY.
042800     MOVE lctVinI TO REJ-RECORD-KEY(1:15).
042900     MOVE lctStatusI TO REJ-RECORD-KEY(17:1).
043000     CALL "REJECTLOG" USING REJECT-PARM.
043100     ADD 1 TO WS-REJECT-COUNT.
043200 2900-REJECT-ONE-TRANSACTION-EXIT.
043300     EXIT.
043400*----------------------------------------------------------------
043500 3000-REWRITE-LIFECYCLE-MASTER.
043600*----------------------------------------------------------------
043700     OPEN OUTPUT lifecycleFile.
043800     PERFORM 3100-WRITE-ONE-VEHICLE
043900         THRU 3100-WRITE-ONE-VEHICLE-EXIT
044000         VARYING WS-LC-SUB FROM 1 BY 1
044100         UNTIL WS-LC-SUB > WS-LC-COUNT.
044200     CLOSE lifecycleFile.
044300 3000-REWRITE-LIFECYCLE-MASTER-EXIT.
044400     EXIT.
044500*----------------------------------------------------------------
044600 3100-WRITE-ONE-VEHICLE.
044700*----------------------------------------------------------------
044800     MOVE WS-LC-VIN(WS-LC-SUB)         TO lcmVin.
044900     MOVE WS-LC-STATUS(WS-LC-SUB)      TO lcmStatus.
045000     MOVE WS-LC-STATUS-DATE(WS-LC-SUB) TO lcmStatusDate.
045100     MOVE WS-LC-SALE-DATE(WS-LC-SUB)   TO lcmSaleDate.
045200     MOVE WS-LC-BUYER(WS-LC-SUB)       TO lcmBuyer.
045300     MOVE WS-LC-PROCEEDS(WS-LC-SUB)    TO lcmProceeds.
045400     WRITE lifecycleRecord.
045500 3100-WRITE-ONE-VEHICLE-EXIT.
045600     EXIT.
045700*----------------------------------------------------------------
045800 4000-PRINT-DISPOSAL-REGISTER.
045900*    ONE LINE PER DISPOSED VEHICLE IN LAB22.LCM ORDER, EACH ALSO
046000*    FOOTED INTO THE FISCAL PERIOD OF ITS SALE, THEN THE PERIOD
046100*    SECTION. A SALE DATE FISCAL.CAL DOES NOT COVER PRINTS AS
046200*    PERIOD 0000/00 SO THE PERIOD SECTION FOOTS TO THE DETAIL.
046300*----------------------------------------------------------------
046400     OPEN OUTPUT reportFile.
046500     MOVE WS-RUN-DATE TO WS-HDG-DATE.
046600     MOVE WS-REPORT-HEADING TO reportLine.
046700     WRITE reportLine.
046800     MOVE SPACES TO reportLine.
046900     WRITE reportLine.
047000     MOVE WS-DISPOSAL-COLUMNS TO reportLine.
047100     WRITE reportLine.
047200     PERFORM 4100-PRINT-ONE-DISPOSAL
047300         THRU 4100-PRINT-ONE-DISPOSAL-EXIT
047400         VARYING WS-LC-SUB FROM 1 BY 1
047500         UNTIL WS-LC-SUB > WS-LC-COUNT.
047600     IF WS-DISPOSAL-COUNT = ZERO
047700         MOVE WS-NO-DISPOSALS-LINE TO reportLine
047800         WRITE reportLine
047900         CLOSE reportFile
048000         GO TO 4000-PRINT-DISPOSAL-REGISTER-EXIT
048100     END-IF.
048200     MOVE WS-DISPOSAL-COUNT TO WS-DTL-VEHICLES.
048300     MOVE WS-PROCEEDS-TOTAL TO WS-DTL-PROCEEDS.
048400     MOVE WS-DISPOSAL-TOTAL-LINE TO reportLine.
048500     WRITE reportLine.
048600
048700     MOVE SPACES TO reportLine.
048800     WRITE reportLine.
048900     MOVE WS-PERIOD-TITLE TO reportLine.
049000     WRITE reportLine.
049100     MOVE WS-PERIOD-COLUMNS TO reportLine.
049200     WRITE reportLine.
049300     PERFORM 4200-PRINT-ONE-PERIOD
049400         THRU 4200-PRINT-ONE-PERIOD-EXIT
049500         VARYING WS-PERIOD-SUB FROM 1 BY 1
049600         UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT.
049700     MOVE WS-DISPOSAL-COUNT TO WS-PDT-VEHICLES.
049800     MOVE WS-PROCEEDS-TOTAL TO WS-PDT-PROCEEDS.
049900     MOVE WS-PERIOD-DETAIL TO reportLine.
050000     MOVE "TOTAL  " TO reportLine(1:7).
050100     WRITE reportLine.
050200     CLOSE reportFile.
050300     DISPLAY WS-DISPOSAL-COUNT
050350         " disposed vehicle(s) on LAB22.DSR".
050400 4000-PRINT-DISPOSAL-REGISTER-EXIT.
050500     EXIT.
050600*----------------------------------------------------------------
050700 4100-PRINT-ONE-DISPOSAL.
050800*----------------------------------------------------------------
050900     IF NOT LC-IS-DISPOSED(WS-LC-SUB)
051000         GO TO 4100-PRINT-ONE-DISPOSAL-EXIT
051100     END-IF.
051200     MOVE WS-LC-SALE-DATE(WS-LC-SUB) TO WS-PERIOD-DATE.
051300     PERFORM 5000-LOCATE-PERIOD
051400         THRU 5000-LOCATE-PERIOD-EXIT.
051500
051600     MOVE WS-LC-VIN(WS-LC-SUB)       TO WS-DDT-VIN.
051700     MOVE WS-LC-SALE-DATE(WS-LC-SUB) TO WS-DDT-SALE-DATE.
051800     MOVE WS-PERIOD-KEY(1:4)         TO WS-DDT-YEAR.
051900     MOVE WS-PERIOD-KEY(5:2)         TO WS-DDT-PERIOD.
052000     MOVE WS-LC-BUYER(WS-LC-SUB)     TO WS-DDT-BUYER.
052100     MOVE WS-LC-PROCEEDS(WS-LC-SUB)  TO WS-DDT-PROCEEDS.
052200     MOVE WS-DISPOSAL-DETAIL TO reportLine.
052300     WRITE reportLine.
052400
052500     ADD 1 TO WS-DISPOSAL-COUNT.
052600     ADD WS-LC-PROCEEDS(WS-LC-SUB) TO WS-PROCEEDS-TOTAL.
052700     IF WS-PERIOD-HIT NOT = ZERO
052800         ADD 1 TO WS-PER-VEHICLES(WS-PERIOD-HIT)
052900         ADD WS-LC-PROCEEDS(WS-LC-SUB)
053000             TO WS-PER-PROCEEDS(WS-PERIOD-HIT)
053100     END-IF.
053200 4100-PRINT-ONE-DISPOSAL-EXIT.
053300     EXIT.
053400*----------------------------------------------------------------
053500 4200-PRINT-ONE-PERIOD.
053600*----------------------------------------------------------------
053700     MOVE WS-PER-YEAR(WS-PERIOD-SUB)     TO WS-PDT-YEAR.
053800     MOVE WS-PER-PERIOD(WS-PERIOD-SUB)   TO WS-PDT-PERIOD.
053900     MOVE WS-PER-VEHICLES(WS-PERIOD-SUB) TO WS-PDT-VEHICLES.
054000     MOVE WS-PER-PROCEEDS(WS-PERIOD-SUB) TO WS-PDT-PROCEEDS.
054100     MOVE WS-PERIOD-DETAIL TO reportLine.
054200     WRITE reportLine.
054300 4200-PRINT-ONE-PERIOD-EXIT.
054400     EXIT.
054500*----------------------------------------------------------------
054600 5000-LOCATE-PERIOD.
054700*    FISCAL PERIOD OF WS-PERIOD-DATE INTO WS-PERIOD-KEY, AND ITS
054800*    TABLE SLOT INTO WS-PERIOD-HIT - ADDED IN KEY ORDER THE FIRST
054900*    TIME IT IS SEEN. A FULL TABLE LEAVES THE HIT AT ZERO AND THE
055000*    PROCEEDS IN THE GRAND TOTAL ONLY.
055100*----------------------------------------------------------------
055200     MOVE WS-PERIOD-DATE TO FSCL-DATE.
055300     CALL "FISCPER" USING FSCL-PARM.
055400     IF FSCL-IS-VALID
055500         MOVE FSCL-FISCAL-YEAR TO WS-PERIOD-KEY(1:4)
055600         MOVE FSCL-PERIOD      TO WS-PERIOD-KEY(5:2)
055700     ELSE
055800         MOVE ZERO TO WS-PERIOD-KEY
055900     END-IF.
056000
056100     MOVE ZERO TO WS-PERIOD-HIT.
056200     PERFORM 5100-CHECK-ONE-PERIOD
056300         THRU 5100-CHECK-ONE-PERIOD-EXIT
056400         VARYING WS-PERIOD-SUB FROM 1 BY 1
056500         UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT
056600         OR WS-PERIOD-HIT NOT = ZERO.
056700     IF WS-PERIOD-HIT NOT = ZERO
056800         IF WS-PER-KEY(WS-PERIOD-HIT) = WS-PERIOD-KEY
056900             GO TO 5000-LOCATE-PERIOD-EXIT
057000         END-IF
057100     ELSE
057200         COMPUTE WS-PERIOD-HIT = WS-PERIOD-COUNT + 1
057300     END-IF.
057400
057500     IF WS-PERIOD-COUNT NOT < 60
057600         DISPLAY "WARNING - LAB22LC period table full, "
057700             WS-PERIOD-KEY " totals only in the grand total"
057800         MOVE ZERO TO WS-PERIOD-HIT
057900         GO TO 5000-LOCATE-PERIOD-EXIT
058000     END-IF.
058100     PERFORM 5200-SHIFT-ONE-PERIOD
058200         THRU 5200-SHIFT-ONE-PERIOD-EXIT
058300         VARYING WS-PERIOD-SUB FROM WS-PERIOD-COUNT BY -1
058400         UNTIL WS-PERIOD-SUB < WS-PERIOD-HIT.
058500     ADD 1 TO WS-PERIOD-COUNT.
058600     MOVE WS-PERIOD-KEY TO WS-PER-KEY(WS-PERIOD-HIT).
058700     MOVE ZERO TO WS-PER-VEHICLES(WS-PERIOD-HIT).
058800     MOVE ZERO TO WS-PER-PROCEEDS(WS-PERIOD-HIT).
058900 5000-LOCATE-PERIOD-EXIT.
059000     EXIT.
059100*----------------------------------------------------------------
059200 5100-CHECK-ONE-PERIOD.
059300*    STOPS ON THE PERIOD ITSELF OR ON THE FIRST LATER ONE - THE
059400*    SLOT THE NEW PERIOD GOES IN.
059500*----------------------------------------------------------------
059600     IF WS-PER-KEY(WS-PERIOD-SUB) NOT < WS-PERIOD-KEY
059700         MOVE WS-PERIOD-SUB TO WS-PERIOD-HIT
059800     END-IF.
059900 5100-CHECK-ONE-PERIOD-EXIT.
060000     EXIT.
060100*----------------------------------------------------------------
060200 5200-SHIFT-ONE-PERIOD.
060300*----------------------------------------------------------------
060400     MOVE WS-PERIOD-ENTRY(WS-PERIOD-SUB)
060500         TO WS-PERIOD-ENTRY(WS-PERIOD-SUB + 1).
060600 5200-SHIFT-ONE-PERIOD-EXIT.
060700     EXIT.
060800*----------------------------------------------------------------
060900 9200-RECORD-CHANGE-HISTORY.
061000*    THE VEHICLE'S LIFECYCLE ENTRY, BEFORE AND AFTER, GOES TO
061100*    CHANGE.LOG KEYED BY VIN. THE CALLER HAS SET THE ACTION AND
061200*    THE IMAGES; THE OPERATOR COMES FROM THE SIGN-ON FILE.
061300*----------------------------------------------------------------
061400     MOVE "LAB22LC" TO CHG-PROGRAM-NAME.
061500     MOVE "LAB22.LCM" TO CHG-FILE-NAME.
061600     MOVE lctVinI TO CHG-RECORD-KEY.
061700     MOVE SPACES TO CHG-USER-ID.
061800     CALL "CHGLOG" USING CHANGE-PARM.
061900 9200-RECORD-CHANGE-HISTORY-EXIT.
062000     EXIT.
