000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB22FL.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  PARTS - VEHICLE RECORDS.
000500 DATE-WRITTEN.  09/28/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 09/28/2026  DL  INITIAL VERSION. FUEL IS THE FLEET'S BIGGEST
001100*                 RUNNING COST AND LIVED ON PAPER TICKETS. THIS
001200*                 RUN POSTS THE FUEL TRANSACTIONS (LAB22.FUL -
001300*                 VIN, DATE, GALLONS, COST, ODOMETER) TO THE
001400*                 LAB22.FLH FUEL HISTORY, VALIDATING EVERY VIN
001500*                 WITH A KEYED READ OF LAB22.IDX (UNKNOWN VINS
001600*                 TO REJECT.LOG, SAME AS LAB22SV). EACH ODOMETER
001700*                 IS CHECKED AGAINST THE VEHICLE'S LAST READING
001800*                 ON LAB22.SVM AND ITS LAST FUEL TICKET; ONE
001900*                 THAT WENT BACKWARDS IS POSTED BUT FLAGGED AND
002000*                 KEPT OUT OF THE MILEAGE. THEN PRINTS THE
002100*                 MONTHLY PER-VEHICLE FUEL REPORT (LAB22.FLR) -
002200*                 GALLONS, DOLLARS, MILES, AND MPG - FLAGGING
002300*                 ANY VEHICLE OUTSIDE THE MPG TOLERANCE ON
002400*                 LAB22.MPG FOR ITS MANUFACTURER AND MODEL YEAR
002500*                 (DECODED FROM THE VIN, NAMES FROM LAB22.REF).
002600*----------------------------------------------------------------
002700* LAB22.MPG CARRIES ONE STANDARD PER MANUFACTURER CODE AND MODEL
002800* YEAR; A YEAR OF 0000 IS THAT MANUFACTURER'S STANDARD FOR ANY
002900* YEAR WITHOUT ITS OWN LINE. THE REPORT MONTH IS THE RUN MONTH
003000* UNLESS LAB22FL.PRM NAMES ANOTHER (YYYYMM). LAB22.FUL IS
003100* EMPTIED ONCE POSTED SO A RERUN CANNOT POST A TICKET TWICE.
003200*----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT masterFile ASSIGN TO "LAB22.IDX"
003700         ORGANIZATION INDEXED
003800         ACCESS MODE DYNAMIC
003900         RECORD KEY IS vinNumber
004000         ALTERNATE RECORD KEY IS prodNumber WITH DUPLICATES
004100         FILE STATUS IS masterFileStatus.
004200     SELECT OPTIONAL fuelFile ASSIGN TO "LAB22.FUL"
004300         ORGANIZATION LINE SEQUENTIAL
004400         FILE STATUS IS fuelFileStatus.
004500     SELECT OPTIONAL fuelHistFile ASSIGN TO "LAB22.FLH"
004600         ORGANIZATION LINE SEQUENTIAL
004700         FILE STATUS IS fuelHistFileStatus.
004800     SELECT OPTIONAL svmFile ASSIGN TO "LAB22.SVM"
004900         ORGANIZATION LINE SEQUENTIAL
005000         FILE STATUS IS svmFileStatus.
005100     SELECT OPTIONAL mpgFile ASSIGN TO "LAB22.MPG"
005200         ORGANIZATION LINE SEQUENTIAL
005300         FILE STATUS IS mpgFileStatus.
005400     SELECT OPTIONAL refFile ASSIGN TO "LAB22.REF"
005500         ORGANIZATION LINE SEQUENTIAL
005600         FILE STATUS IS refFileStatus.
005700     SELECT OPTIONAL paramFile ASSIGN TO "LAB22FL.PRM"
005800         ORGANIZATION LINE SEQUENTIAL
005900         FILE STATUS IS paramFileStatus.
006000     SELECT reportFile ASSIGN TO "LAB22.FLR"
006100         ORGANIZATION LINE SEQUENTIAL.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  masterFile.
006500 01  vinNumber.
006600     05  countryCode             PIC X(01).
006700     05  mfg                     PIC A(01).
006800     05  typeOrDivision          PIC X(01).
006900     05  vehicleStyle            PIC X(04).
007000     05  checkDigit              PIC 9(01).
007100     05  yearCode                PIC X(01).
007200     05  asmbPlant               PIC X(01).
007300     05  prodNumber              PIC 9(05).
007400 FD  fuelFile.
007500 01  fuelDetailsI.
007600     05  fuelVinI                PIC X(15).
007700     05  fuelDateI               PIC 9(08).
007800     05  fuelGallonsI            PIC 9(03)V99.
007900     05  fuelCostI               PIC 9(04)V99.
008000     05  fuelOdometerI           PIC 9(07).
008100 FD  fuelHistFile.
008200 01  fuelHistDetails.
008300     05  flhVin                  PIC X(15).
008400     05  flhVinR REDEFINES flhVin.
008500         10  FILLER              PIC X(01).
008600         10  flhMfg              PIC X(01).
008700         10  FILLER              PIC X(06).
008800         10  flhYearCode         PIC X(01).
008900         10  FILLER              PIC X(06).
009000     05  flhDate                 PIC 9(08).
009100     05  flhGallons              PIC 9(03)V99.
009200     05  flhCost                 PIC 9(04)V99.
009300     05  flhOdometer             PIC 9(07).
009400     05  flhOdometerFlag         PIC X(01).
009500         88  FLH-ODOMETER-BACKWARDS      VALUE "B".
009600     05  flhPriorOdometer        PIC 9(07).
009700     05  flhPostedDate           PIC 9(08).
009800 FD  svmFile.
009900 01  svmDetails.
010000     05  svmVin                  PIC X(15).
010100     05  svmLastSvcDate          PIC 9(08).
010200     05  svmLastSvcMiles         PIC 9(07).
010300     05  svmCurMiles             PIC 9(07).
010400     05  svmCurDate              PIC 9(08).
010500 FD  mpgFile.
010600 01  mpgDetails.
010700     05  mpgMfg                  PIC X(01).
010800     05  mpgModelYear            PIC 9(04).
010900     05  mpgExpected             PIC 9(02)V9.
011000     05  mpgTolerancePct         PIC 9(02).
011100 FD  refFile.
011200 01  refDetailsI.
011300     05  refTypeI                PIC X(01).
011400     05  refCodeI                PIC X(01).
011500     05  refNameI                PIC X(25).
011600 FD  paramFile.
011700 01  paramRecord.
011800     05  paramReportMonth        PIC 9(06).
011900 FD  reportFile.
012000 01  reportRecord                PIC X(80).
012100 WORKING-STORAGE SECTION.
012200*----------------------------------------------------------------
012300* FILE STATUS AND RUN COUNTS
012400*----------------------------------------------------------------
012500 01  masterFileStatus            PIC X(02).
012600 01  fuelFileStatus              PIC X(02).
012700 01  fuelHistFileStatus          PIC X(02).
012800 01  svmFileStatus               PIC X(02).
012900 01  mpgFileStatus               PIC X(02).
013000 01  refFileStatus               PIC X(02).
013100 01  paramFileStatus             PIC X(02).
013200 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
013300 01  WS-TRN-READ                 PIC 9(05) COMP VALUE ZERO.
013400 01  WS-TRN-POSTED               PIC 9(05) COMP VALUE ZERO.
013500 01  WS-REJECT-COUNT             PIC 9(05) COMP VALUE ZERO.
013600 01  WS-BACKWARDS-COUNT          PIC 9(05) COMP VALUE ZERO.
013700 01  WS-EXCEPTION-COUNT          PIC 9(03) COMP VALUE ZERO.
013800 01  WS-TODAY                    PIC 9(08).
013900 01  WS-REPORT-MONTH             PIC 9(06).
014000 01  WS-PRIOR-ODOMETER           PIC 9(07).
014100*----------------------------------------------------------------
014200* LAST GOOD ODOMETER PER VEHICLE - FROM LAB22.SVM AND THE FUEL
014300* HISTORY, MOVED UP AS TONIGHT'S TICKETS POST
014400*----------------------------------------------------------------
014500 01  WS-ODO-COUNT                PIC 9(03) COMP VALUE ZERO.
014600 01  WS-ODO-SUB                  PIC 9(03) COMP.
014700 01  WS-ODO-HIT                  PIC 9(03) COMP VALUE ZERO.
014800 01  WS-ODO-WANTED-VIN           PIC X(15).
014900 01  WS-ODO-TABLE.
015000     05  WS-ODO-ENTRY OCCURS 300 TIMES.
015100         10  WS-ODO-VIN          PIC X(15).
015200         10  WS-ODO-MILES        PIC 9(07).
015300         10  WS-ODO-DATE         PIC 9(08).
015400*----------------------------------------------------------------
015500* MPG STANDARDS BY MANUFACTURER AND MODEL YEAR (LAB22.MPG)
015600*----------------------------------------------------------------
015700 01  WS-MPG-COUNT                PIC 9(03) COMP VALUE ZERO.
015800 01  WS-MPG-SUB                  PIC 9(03) COMP.
015900 01  WS-MPG-HIT                  PIC 9(03) COMP VALUE ZERO.
016000 01  WS-MPG-ANY-YEAR-HIT         PIC 9(03) COMP VALUE ZERO.
016100 01  WS-MPG-TABLE.
016200     05  WS-MPG-ENTRY OCCURS 100 TIMES.
016300         10  WS-MPG-MFG          PIC X(01).
016400         10  WS-MPG-YEAR         PIC 9(04).
016500         10  WS-MPG-EXPECTED     PIC 9(02)V9.
016600         10  WS-MPG-TOLERANCE    PIC 9(02).
016700 01  WS-MPG-LOW                  PIC 9(03)V9.
016800 01  WS-MPG-HIGH                 PIC 9(03)V9.
016900*----------------------------------------------------------------
017000* MODEL-YEAR DECODE TABLE - SAME 2010-2039 CYCLE LAB22 USES
017100*----------------------------------------------------------------
017200 01  WS-YEAR-CODES.
017300     05  FILLER PIC X(05) VALUE "A2010".
017400     05  FILLER PIC X(05) VALUE "B2011".
017500     05  FILLER PIC X(05) VALUE "C2012".
017600     05  FILLER PIC X(05) VALUE "D2013".
017700     05  FILLER PIC X(05) VALUE "E2014".
017800     05  FILLER PIC X(05) VALUE "F2015".
017900     05  FILLER PIC X(05) VALUE "G2016".
018000     05  FILLER PIC X(05) VALUE "H2017".
018100     05  FILLER PIC X(05) VALUE "J2018".
018200     05  FILLER PIC X(05) VALUE "K2019".
018300     05  FILLER PIC X(05) VALUE "L2020".
018400     05  FILLER PIC X(05) VALUE "M2021".
018500     05  FILLER PIC X(05) VALUE "N2022".
018600     05  FILLER PIC X(05) VALUE "P2023".
018700     05  FILLER PIC X(05) VALUE "R2024".
018800     05  FILLER PIC X(05) VALUE "S2025".
018900     05  FILLER PIC X(05) VALUE "T2026".
019000     05  FILLER PIC X(05) VALUE "V2027".
019100     05  FILLER PIC X(05) VALUE "W2028".
019200     05  FILLER PIC X(05) VALUE "X2029".
019300     05  FILLER PIC X(05) VALUE "Y2030".
019400     05  FILLER PIC X(05) VALUE "12031".
019500     05  FILLER PIC X(05) VALUE "22032".
019600     05  FILLER PIC X(05) VALUE "32033".
019700     05  FILLER PIC X(05) VALUE "42034".
019800     05  FILLER PIC X(05) VALUE "52035".
019900     05  FILLER PIC X(05) VALUE "62036".
020000     05  FILLER PIC X(05) VALUE "72037".
020100     05  FILLER PIC X(05) VALUE "82038".
020200     05  FILLER PIC X(05) VALUE "92039".
020300 01  WS-YEAR-CODE-TABLE REDEFINES WS-YEAR-CODES.
020400     05  WS-YEAR-CODE-ENTRY OCCURS 30 TIMES.
020500         10  WS-YEAR-CODE        PIC X(01).
020600         10  WS-YEAR-VALUE       PIC 9(04).
020700 01  WS-YEAR-SUB                 PIC 9(02) COMP.
020800 01  WS-DECODED-YEAR             PIC 9(04).
020900*----------------------------------------------------------------
021000* CODE-TO-NAME REFERENCE FILE (LAB22.REF)
021100*----------------------------------------------------------------
021200 01  WS-REF-COUNT                PIC 9(03) COMP VALUE ZERO.
021300 01  WS-REF-SUB                  PIC 9(03) COMP.
021400 01  WS-REF-TABLE.
021500     05  WS-REF-ENTRY OCCURS 60 TIMES.
021600         10  WS-REF-TYPE         PIC X(01).
021700         10  WS-REF-CODE         PIC X(01).
021800         10  WS-REF-NAME         PIC X(25).
021900 01  WS-REF-WANTED-TYPE          PIC X(01).
022000 01  WS-REF-WANTED-CODE          PIC X(01).
022100 01  WS-REF-RESULT               PIC X(25).
022200 01  WS-REF-HIT-SW               PIC X(01).
022300     88  REF-NAME-FOUND                  VALUE "Y".
022400     88  REF-NAME-NOT-FOUND              VALUE "N".
022500*----------------------------------------------------------------
022600* PER-VEHICLE MONTH TOTALS, BUILT FROM THE FUEL HISTORY
022700*----------------------------------------------------------------
022800 01  WS-VEH-COUNT                PIC 9(03) COMP VALUE ZERO.
022900 01  WS-VEH-SUB                  PIC 9(03) COMP.
023000 01  WS-VEH-HIT                  PIC 9(03) COMP VALUE ZERO.
023100 01  WS-VEH-TABLE.
023200     05  WS-VEH-ENTRY OCCURS 300 TIMES.
023300         10  WS-VEH-VIN          PIC X(15).
023400         10  WS-VEH-MFG          PIC X(01).
023500         10  WS-VEH-YEAR-CODE    PIC X(01).
023600         10  WS-VEH-TICKETS      PIC 9(03).
023700         10  WS-VEH-GALLONS      PIC 9(05)V99.
023800         10  WS-VEH-COST         PIC 9(06)V99.
023900         10  WS-VEH-START-ODO    PIC 9(07).
024000         10  WS-VEH-END-ODO      PIC 9(07).
024100         10  WS-VEH-FIRST-DATE   PIC 9(08).
024200         10  WS-VEH-FIRST-ODO    PIC 9(07).
024300         10  WS-VEH-FIRST-GAL    PIC 9(03)V99.
024400 01  WS-MONTH-MILES              PIC 9(07).
024500 01  WS-MPG-GALLONS              PIC 9(05)V99.
024600 01  WS-VEH-MPG                  PIC 9(03)V9.
024700 01  WS-FLEET-GALLONS            PIC 9(07)V99 VALUE ZERO.
024800 01  WS-FLEET-COST               PIC 9(08)V99 VALUE ZERO.
024900 01  WS-FLEET-MILES              PIC 9(09) VALUE ZERO.
025000*----------------------------------------------------------------
025100* REPORT LINES
025200*----------------------------------------------------------------
025300 01  WS-RPT-HEADING.
025400     05  FILLER                  PIC X(29) VALUE
025500         "FLEET FUEL REPORT FOR MONTH ".
025600     05  WS-RPT-HDG-MONTH        PIC 9(06).
025700     05  FILLER                  PIC X(07) VALUE " - RUN ".
025800     05  WS-RPT-HDG-RUN-DATE     PIC 9(08).
025900 01  WS-RPT-COLUMNS.
026000     05  FILLER                  PIC X(40) VALUE
026100         "VIN             MANUFACTURER YEAR GALLON".
026200     05  FILLER                  PIC X(36) VALUE
026300         "S  DOLLARS  MILES   MPG  FLAG".
026400 01  WS-RPT-DETAIL-LINE.
026500     05  WS-RPT-VIN              PIC X(15).
026600     05  FILLER                  PIC X(01) VALUE SPACE.
026700     05  WS-RPT-MFG-NAME         PIC X(12).
026800     05  FILLER                  PIC X(01) VALUE SPACE.
026900     05  WS-RPT-YEAR             PIC 9(04).
027000     05  FILLER                  PIC X(01) VALUE SPACE.
027100     05  WS-RPT-GALLONS          PIC ZZZ9.99.
027200     05  FILLER                  PIC X(01) VALUE SPACE.
027300     05  WS-RPT-COST             PIC ZZZZ9.99.
027400     05  FILLER                  PIC X(01) VALUE SPACE.
027500     05  WS-RPT-MILES            PIC ZZZZZ9.
027600     05  FILLER                  PIC X(01) VALUE SPACE.
027700     05  WS-RPT-MPG              PIC ZZ9.9.
027800     05  FILLER                  PIC X(02) VALUE SPACES.
027900     05  WS-RPT-FLAG             PIC X(12).
028000 01  WS-BACK-LINE.
028100     05  FILLER                  PIC X(02) VALUE SPACES.
028200     05  WS-BACK-VIN             PIC X(15).
028300     05  FILLER                  PIC X(02) VALUE SPACES.
028400     05  WS-BACK-DATE            PIC 9(08).
028500     05  FILLER                  PIC X(11) VALUE "  ODOMETER ".
028600     05  WS-BACK-ODOMETER        PIC ZZZZZZ9.
028700     05  FILLER                  PIC X(19) VALUE
028800         " BELOW LAST READING".
028900     05  FILLER                  PIC X(01) VALUE SPACE.
029000     05  WS-BACK-PRIOR           PIC ZZZZZZ9.
029100 01  WS-TOTAL-GALLONS-DISPLAY    PIC Z(06)9.99.
029200 01  WS-TOTAL-COST-DISPLAY       PIC Z(07)9.99.
029300 01  WS-TOTAL-MILES-DISPLAY      PIC Z(08)9.
029400*----------------------------------------------------------------
029500* CALL INTERFACE TO THE SHARED DATE-VALIDATION SUBPROGRAM
029600*----------------------------------------------------------------
029700 COPY "dvalparm.cpy".
029800*----------------------------------------------------------------
029900* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
030000*----------------------------------------------------------------
030100 COPY "auditparm.cpy".
030200*----------------------------------------------------------------
030300* CALL INTERFACE TO THE SHARED REJECT-LOG SUBPROGRAM
030400*----------------------------------------------------------------
030500 COPY "rejparm.cpy".
030600 PROCEDURE DIVISION.
030700*----------------------------------------------------------------
030800 0000-MAINLINE.
030900*----------------------------------------------------------------
031000     MOVE "LAB22FL" TO AUDIT-PROGRAM-NAME.
031100     MOVE SPACES TO AUDIT-USER-ID.
031200     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
031300     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
031400     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
031500
031600     PERFORM 1000-GET-REPORT-MONTH
031700         THRU 1000-GET-REPORT-MONTH-EXIT.
031800     PERFORM 1100-LOAD-LAST-READINGS
031900         THRU 1100-LOAD-LAST-READINGS-EXIT.
032000     PERFORM 1200-LOAD-MPG-STANDARDS
032100         THRU 1200-LOAD-MPG-STANDARDS-EXIT.
032200     PERFORM 1300-LOAD-REFERENCE-FILE
032300         THRU 1300-LOAD-REFERENCE-FILE-EXIT.
032400
032500     OPEN INPUT masterFile.
032600     IF masterFileStatus NOT = "00"
032700         DISPLAY "** CANNOT OPEN LAB22.IDX - STATUS "
032800             masterFileStatus " **"
032900         MOVE 8 TO WS-FINAL-RETURN-CODE
033000         CLOSE masterFile
033100         GO TO 0000-WRAP-UP
033200     END-IF.
033300     PERFORM 2000-POST-TRANSACTIONS
033400         THRU 2000-POST-TRANSACTIONS-EXIT.
033500     CLOSE masterFile.
033600
033700     PERFORM 3000-BUILD-MONTH-TOTALS
033800         THRU 3000-BUILD-MONTH-TOTALS-EXIT.
033900     PERFORM 4000-PRINT-FUEL-REPORT
034000         THRU 4000-PRINT-FUEL-REPORT-EXIT.
034100
034200     DISPLAY WS-TRN-POSTED " fuel ticket(s) posted, "
034300         WS-REJECT-COUNT " rejected, "
034400         WS-BACKWARDS-COUNT " odometer(s) backwards".
034500     DISPLAY WS-EXCEPTION-COUNT
034600         " vehicle(s) flagged for the month - see LAB22.FLR".
034700     IF WS-REJECT-COUNT NOT = ZERO
034800         MOVE 8 TO WS-FINAL-RETURN-CODE
034900     END-IF.
035000
035100 0000-WRAP-UP.
035200     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
035300     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
035400     MOVE WS-TRN-READ TO AUDIT-RECORDS-READ.
035500     MOVE WS-TRN-POSTED TO AUDIT-RECORDS-WRITTEN.
035600     CALL "AUDITLOG" USING AUDIT-PARM.
035700*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
035800     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
035900     STOP RUN.
036000*----------------------------------------------------------------
036100 1000-GET-REPORT-MONTH.
036200*    THE RUN MONTH, UNLESS LAB22FL.PRM NAMES ANOTHER - A REPORT
036300*    FOR A CLOSED MONTH CAN BE REPRINTED AT ANY TIME.
036400*----------------------------------------------------------------
036500     MOVE WS-TODAY(1:6) TO WS-REPORT-MONTH.
036600     OPEN INPUT paramFile.
036700     IF paramFileStatus = "00"
036800         READ paramFile
036900             AT END
037000                 CONTINUE
037100             NOT AT END
037200                 IF paramReportMonth IS NUMERIC
037300                     AND paramReportMonth NOT = ZERO
037400                     MOVE paramReportMonth TO WS-REPORT-MONTH
037500                     DISPLAY "Report month " WS-REPORT-MONTH
037600                         " read from LAB22FL.PRM"
037700                 END-IF
037800         END-READ
037900     END-IF.
038000     CLOSE paramFile.
038100 1000-GET-REPORT-MONTH-EXIT.
038200     EXIT.
038300*----------------------------------------------------------------
038400 1100-LOAD-LAST-READINGS.
038500*    THE HIGHEST ODOMETER ON RECORD PER VEHICLE - LAB22SV'S
038600*    CURRENT READING ON LAB22.SVM, THEN ANY HIGHER GOOD READING
038700*    ON THE FUEL HISTORY. A READING ALREADY FLAGGED BACKWARDS
038800*    NEVER BECOMES THE BASELINE.
038900*----------------------------------------------------------------
039000     OPEN INPUT svmFile.
039100     IF svmFileStatus = "00"
039200         PERFORM FOREVER
039300             READ svmFile
039400                 AT END
039500                 EXIT PERFORM
039600             END-READ
039700             MOVE svmVin TO WS-ODO-WANTED-VIN
039800             PERFORM 1110-NOTE-ONE-READING
039900                 THRU 1110-NOTE-ONE-READING-EXIT
040000             IF WS-ODO-HIT NOT = ZERO
040100                 AND svmCurMiles > WS-ODO-MILES(WS-ODO-HIT)
040200                 MOVE svmCurMiles TO WS-ODO-MILES(WS-ODO-HIT)
040300                 MOVE svmCurDate  TO WS-ODO-DATE(WS-ODO-HIT)
040400             END-IF
040500         END-PERFORM
040600     END-IF.
040700     CLOSE svmFile.
040800     OPEN INPUT fuelHistFile.
040900     IF fuelHistFileStatus = "00"
041000         PERFORM FOREVER
041100             READ fuelHistFile
041200                 AT END
041300                 EXIT PERFORM
041400             END-READ
041500             IF NOT FLH-ODOMETER-BACKWARDS
041600                 MOVE flhVin TO WS-ODO-WANTED-VIN
041700                 PERFORM 1110-NOTE-ONE-READING
041800                     THRU 1110-NOTE-ONE-READING-EXIT
041900                 IF WS-ODO-HIT NOT = ZERO
042000                     AND flhOdometer > WS-ODO-MILES(WS-ODO-HIT)
042100                     MOVE flhOdometer
042200                         TO WS-ODO-MILES(WS-ODO-HIT)
042300                     MOVE flhDate TO WS-ODO-DATE(WS-ODO-HIT)
042400                 END-IF
042500             END-IF
042600         END-PERFORM
042700     END-IF.
042800     CLOSE fuelHistFile.
042900 1100-LOAD-LAST-READINGS-EXIT.
043000     EXIT.
043100*----------------------------------------------------------------
043200 1110-NOTE-ONE-READING.
043300*    FIND (OR OPEN) WS-ODO-WANTED-VIN'S ENTRY. A FULL TABLE
043400*    LEAVES WS-ODO-HIT AT ZERO AND THE VEHICLE UNCHECKED.
043500*----------------------------------------------------------------
043600     PERFORM 1120-FIND-ODO-ENTRY
043700         THRU 1120-FIND-ODO-ENTRY-EXIT.
043800     IF WS-ODO-HIT NOT = ZERO
043900         GO TO 1110-NOTE-ONE-READING-EXIT
044000     END-IF.
044100     IF WS-ODO-COUNT >= 300
044200         DISPLAY "WARNING - odometer table full, "
044300             WS-ODO-WANTED-VIN " not checked"
044400         GO TO 1110-NOTE-ONE-READING-EXIT
044500     END-IF.
044600     ADD 1 TO WS-ODO-COUNT.
044700     MOVE WS-ODO-COUNT TO WS-ODO-HIT.
044800     MOVE WS-ODO-WANTED-VIN TO WS-ODO-VIN(WS-ODO-HIT).
044900     MOVE ZERO TO WS-ODO-MILES(WS-ODO-HIT).
045000     MOVE ZERO TO WS-ODO-DATE(WS-ODO-HIT).
045100 1110-NOTE-ONE-READING-EXIT.
045200     EXIT.
045300*----------------------------------------------------------------
045400 1120-FIND-ODO-ENTRY.
045500*----------------------------------------------------------------
045600     MOVE ZERO TO WS-ODO-HIT.
045700     PERFORM 1130-CHECK-ONE-ODO
045800         THRU 1130-CHECK-ONE-ODO-EXIT
045900         VARYING WS-ODO-SUB FROM 1 BY 1
046000         UNTIL WS-ODO-SUB > WS-ODO-COUNT
046100         OR WS-ODO-HIT NOT = ZERO.
046200 1120-FIND-ODO-ENTRY-EXIT.
046300     EXIT.
046400*----------------------------------------------------------------
046500 1130-CHECK-ONE-ODO.
046600*----------------------------------------------------------------
046700     IF WS-ODO-VIN(WS-ODO-SUB) = WS-ODO-WANTED-VIN
046800         MOVE WS-ODO-SUB TO WS-ODO-HIT
046900     END-IF.
047000 1130-CHECK-ONE-ODO-EXIT.
047100     EXIT.
047200*----------------------------------------------------------------
047300 1200-LOAD-MPG-STANDARDS.
047400*    NO LAB22.MPG MEANS NO VEHICLE CAN BE JUDGED - THE REPORT
047500*    STILL PRINTS, WITH EVERY LINE MARKED NO STANDARD.
047600*----------------------------------------------------------------
047700     OPEN INPUT mpgFile.
047800     IF mpgFileStatus = "00"
047900         PERFORM FOREVER
048000             READ mpgFile
048100                 AT END
048200                 EXIT PERFORM
048300             END-READ
048400             IF WS-MPG-COUNT < 100
048500                 ADD 1 TO WS-MPG-COUNT
048600                 MOVE mpgMfg TO WS-MPG-MFG(WS-MPG-COUNT)
048700                 MOVE mpgModelYear TO WS-MPG-YEAR(WS-MPG-COUNT)
048800                 MOVE mpgExpected
048900                     TO WS-MPG-EXPECTED(WS-MPG-COUNT)
049000                 MOVE mpgTolerancePct
049100                     TO WS-MPG-TOLERANCE(WS-MPG-COUNT)
049200             END-IF
049300         END-PERFORM
049400         DISPLAY WS-MPG-COUNT
049500             " MPG standard(s) read from LAB22.MPG"
049600     ELSE
049700         DISPLAY "WARNING - LAB22.MPG not found, MPG can not be "
049800             "checked"
049900     END-IF.
050000     CLOSE mpgFile.
050100 1200-LOAD-MPG-STANDARDS-EXIT.
050200     EXIT.
050300*----------------------------------------------------------------
050400 1300-LOAD-REFERENCE-FILE.
050500*----------------------------------------------------------------
050600     OPEN INPUT refFile.
050700     IF refFileStatus = "00"
050800         PERFORM FOREVER
050900             READ refFile
051000                 AT END
051100                 EXIT PERFORM
051200             END-READ
051300             IF WS-REF-COUNT < 60
051400                 ADD 1 TO WS-REF-COUNT
051500                 MOVE refTypeI TO WS-REF-TYPE(WS-REF-COUNT)
051600                 MOVE refCodeI TO WS-REF-CODE(WS-REF-COUNT)
051700                 MOVE refNameI TO WS-REF-NAME(WS-REF-COUNT)
051800             END-IF
051900         END-PERFORM
052000     ELSE
052100         DISPLAY "WARNING - LAB22.REF not found, decode names "
052200             "unavailable"
052300     END-IF.
052400     CLOSE refFile.
052500 1300-LOAD-REFERENCE-FILE-EXIT.
052600     EXIT.
052700*----------------------------------------------------------------
052800 1400-LOOK-UP-REF-NAME.
052900*----------------------------------------------------------------
053000     SET REF-NAME-NOT-FOUND TO TRUE.
053100     MOVE "(NO REFERENCE ENTRY)" TO WS-REF-RESULT.
053200     PERFORM 1410-CHECK-ONE-REF
053300         THRU 1410-CHECK-ONE-REF-EXIT
053400         VARYING WS-REF-SUB FROM 1 BY 1
053500         UNTIL WS-REF-SUB > WS-REF-COUNT
053600         OR REF-NAME-FOUND.
053700 1400-LOOK-UP-REF-NAME-EXIT.
053800     EXIT.
053900*----------------------------------------------------------------
054000 1410-CHECK-ONE-REF.
054100*----------------------------------------------------------------
054200     IF WS-REF-TYPE(WS-REF-SUB) = WS-REF-WANTED-TYPE
054300         AND WS-REF-CODE(WS-REF-SUB) = WS-REF-WANTED-CODE
054400         SET REF-NAME-FOUND TO TRUE
054500         MOVE WS-REF-NAME(WS-REF-SUB) TO WS-REF-RESULT
054600     END-IF.
054700 1410-CHECK-ONE-REF-EXIT.
054800     EXIT.
054900*----------------------------------------------------------------
055000 2000-POST-TRANSACTIONS.
055100*    EVERY GOOD TICKET IS APPENDED TO LAB22.FLH. LAB22.FLH IS
055200*    OPENED FOR EXTEND; THE VERY FIRST POSTING EVER FINDS NO
055300*    FILE AND CREATES IT WITH AN OUTPUT OPEN INSTEAD.
055400*----------------------------------------------------------------
055500     OPEN INPUT fuelFile.
055600     IF fuelFileStatus NOT = "00"
055700         DISPLAY "LAB22.FUL not found - nothing to post"
055800         CLOSE fuelFile
055900         GO TO 2000-POST-TRANSACTIONS-EXIT
056000     END-IF.
056100     OPEN EXTEND fuelHistFile.
056200     IF fuelHistFileStatus NOT = "00"
056300         OPEN OUTPUT fuelHistFile
056400     END-IF.
056500     PERFORM FOREVER
056600         READ fuelFile
056700             AT END
056800             EXIT PERFORM
056900         END-READ
057000         ADD 1 TO WS-TRN-READ
057100         PERFORM 2100-POST-ONE-TRANSACTION
057200             THRU 2100-POST-ONE-TRANSACTION-EXIT
057300     END-PERFORM.
057400     CLOSE fuelHistFile.
057500     CLOSE fuelFile.
057600*    POSTED - EMPTY THE TICKET FILE SO A RERUN CANNOT POST IT
057700*    TWICE. EVERY TICKET STANDS ON LAB22.FLH OR REJECT.LOG.
057800     OPEN OUTPUT fuelFile.
057900     CLOSE fuelFile.
058000 2000-POST-TRANSACTIONS-EXIT.
058100     EXIT.
058200*----------------------------------------------------------------
058300 2100-POST-ONE-TRANSACTION.
058400*    ONE TICKET - A REAL DATE, SOME FUEL, AND A VIN ON THE
058500*    MASTER. AN ODOMETER BELOW THE LAST READING TAKEN ON OR
058600*    BEFORE THE TICKET DATE IS POSTED WITH FLAG B.
058700*----------------------------------------------------------------
058800     MOVE fuelDateI TO DVAL-DATE.
058900     CALL "DATEVAL" USING DVAL-PARM.
059000     IF DVAL-IS-NOT-VALID
059100         MOVE "BDAT" TO REJ-REASON-CODE
059200         MOVE "Invalid fuel ticket date"
059300             TO REJ-REASON-TEXT
059400         PERFORM 2900-REJECT-ONE-TRANSACTION
059500             THRU 2900-REJECT-ONE-TRANSACTION-EXIT
059600         GO TO 2100-POST-ONE-TRANSACTION-EXIT
059700     END-IF.
059800     IF fuelGallonsI NOT NUMERIC OR fuelGallonsI = ZERO
059900         OR fuelCostI NOT NUMERIC
060000         OR fuelOdometerI NOT NUMERIC
060100         MOVE "BFUL" TO REJ-REASON-CODE
060200         MOVE "Fuel ticket gallons/cost/odometer bad"
060300             TO REJ-REASON-TEXT
060400         PERFORM 2900-REJECT-ONE-TRANSACTION
060500             THRU 2900-REJECT-ONE-TRANSACTION-EXIT
060600         GO TO 2100-POST-ONE-TRANSACTION-EXIT
060700     END-IF.
060800     MOVE fuelVinI TO vinNumber.
060900     READ masterFile
061000         KEY IS vinNumber
061100         INVALID KEY
061200             MOVE "VNNF" TO REJ-REASON-CODE
061300             MOVE "Fuel ticket for VIN not on the master"
061400                 TO REJ-REASON-TEXT
061500             PERFORM 2900-REJECT-ONE-TRANSACTION
061600                 THRU 2900-REJECT-ONE-TRANSACTION-EXIT
061700             GO TO 2100-POST-ONE-TRANSACTION-EXIT
061800     END-READ.
061900
062000     MOVE SPACES TO fuelHistDetails.
062100     MOVE fuelVinI      TO flhVin.
062200     MOVE fuelDateI     TO flhDate.
062300     MOVE fuelGallonsI  TO flhGallons.
062400     MOVE fuelCostI     TO flhCost.
062500     MOVE fuelOdometerI TO flhOdometer.
062600     MOVE ZERO          TO flhPriorOdometer.
062700     MOVE WS-TODAY      TO flhPostedDate.
062800     MOVE fuelVinI TO WS-ODO-WANTED-VIN.
062900     PERFORM 1110-NOTE-ONE-READING
063000         THRU 1110-NOTE-ONE-READING-EXIT.
063100     IF WS-ODO-HIT NOT = ZERO
063200         IF fuelOdometerI < WS-ODO-MILES(WS-ODO-HIT)
063300             AND WS-ODO-DATE(WS-ODO-HIT) NOT > fuelDateI
063400             SET FLH-ODOMETER-BACKWARDS TO TRUE
063500             MOVE WS-ODO-MILES(WS-ODO-HIT) TO flhPriorOdometer
063600             ADD 1 TO WS-BACKWARDS-COUNT
063700             DISPLAY "WARNING - odometer backwards on "
063800                 fuelVinI " " fuelDateI ": " fuelOdometerI
063900                 " below " WS-ODO-MILES(WS-ODO-HIT)
064000         ELSE
064100             IF fuelOdometerI > WS-ODO-MILES(WS-ODO-HIT)
064200                 MOVE fuelOdometerI TO WS-ODO-MILES(WS-ODO-HIT)
064300                 MOVE fuelDateI TO WS-ODO-DATE(WS-ODO-HIT)
064400             END-IF
064500         END-IF
064600     END-IF.
064700     WRITE fuelHistDetails.
064800     ADD 1 TO WS-TRN-POSTED.
064900 2100-POST-ONE-TRANSACTION-EXIT.
065000     EXIT.
065100*----------------------------------------------------------------
065200 2900-REJECT-ONE-TRANSACTION.
065300*----------------------------------------------------------------
065400     DISPLAY "WARNING - fuel ticket rejected (" REJ-REASON-CODE
065500         "): " fuelVinI.
065600     MOVE "LAB22FL" TO REJ-PROGRAM-NAME.
065700     MOVE SPACES TO REJ-RECORD-KEY.
065800     MOVE fuelVinI TO REJ-RECORD-KEY(1:15).
065900     CALL "REJECTLOG" USING REJECT-PARM.
066000     ADD 1 TO WS-REJECT-COUNT.
066100 2900-REJECT-ONE-TRANSACTION-EXIT.
066200     EXIT.
066300*----------------------------------------------------------------
066400 3000-BUILD-MONTH-TOTALS.
066500*    ONE PASS OF THE FUEL HISTORY. A VEHICLE'S MILES FOR THE
066600*    MONTH RUN FROM ITS HIGHEST GOOD READING BEFORE THE MONTH TO
066700*    ITS HIGHEST GOOD READING IN IT.
066800*----------------------------------------------------------------
066900     OPEN INPUT fuelHistFile.
067000     IF fuelHistFileStatus NOT = "00"
067100         CLOSE fuelHistFile
067200         GO TO 3000-BUILD-MONTH-TOTALS-EXIT
067300     END-IF.
067400     PERFORM FOREVER
067500         READ fuelHistFile
067600             AT END
067700             EXIT PERFORM
067800         END-READ
067900         IF flhDate(1:6) NOT > WS-REPORT-MONTH
068000             PERFORM 3100-TALLY-ONE-TICKET
068100                 THRU 3100-TALLY-ONE-TICKET-EXIT
068200         END-IF
068300     END-PERFORM.
068400     CLOSE fuelHistFile.
068500 3000-BUILD-MONTH-TOTALS-EXIT.
068600     EXIT.
068700*----------------------------------------------------------------
068800 3100-TALLY-ONE-TICKET.
068900*----------------------------------------------------------------
069000     PERFORM 3110-FIND-VEH-ENTRY
069100         THRU 3110-FIND-VEH-ENTRY-EXIT.
069200     IF WS-VEH-HIT = ZERO
069300         IF WS-VEH-COUNT >= 300
069400             DISPLAY "WARNING - fuel report table full, "
069500                 flhVin " left off the report"
069600             GO TO 3100-TALLY-ONE-TICKET-EXIT
069700         END-IF
069800         ADD 1 TO WS-VEH-COUNT
069900         MOVE WS-VEH-COUNT TO WS-VEH-HIT
070000         MOVE flhVin      TO WS-VEH-VIN(WS-VEH-HIT)
070100         MOVE flhMfg      TO WS-VEH-MFG(WS-VEH-HIT)
070200         MOVE flhYearCode TO WS-VEH-YEAR-CODE(WS-VEH-HIT)
070300         MOVE ZERO TO WS-VEH-TICKETS(WS-VEH-HIT)
070400         MOVE ZERO TO WS-VEH-GALLONS(WS-VEH-HIT)
070500         MOVE ZERO TO WS-VEH-COST(WS-VEH-HIT)
070600         MOVE ZERO TO WS-VEH-START-ODO(WS-VEH-HIT)
070700         MOVE ZERO TO WS-VEH-END-ODO(WS-VEH-HIT)
070800         MOVE ZERO TO WS-VEH-FIRST-DATE(WS-VEH-HIT)
070900         MOVE ZERO TO WS-VEH-FIRST-ODO(WS-VEH-HIT)
071000         MOVE ZERO TO WS-VEH-FIRST-GAL(WS-VEH-HIT)
071100     END-IF.
071200     IF flhDate(1:6) < WS-REPORT-MONTH
071300         IF NOT FLH-ODOMETER-BACKWARDS
071400             AND flhOdometer > WS-VEH-START-ODO(WS-VEH-HIT)
071500             MOVE flhOdometer TO WS-VEH-START-ODO(WS-VEH-HIT)
071600         END-IF
071700         GO TO 3100-TALLY-ONE-TICKET-EXIT
071800     END-IF.
071900     ADD 1 TO WS-VEH-TICKETS(WS-VEH-HIT).
072000     ADD flhGallons TO WS-VEH-GALLONS(WS-VEH-HIT).
072100     ADD flhCost TO WS-VEH-COST(WS-VEH-HIT).
072200     IF FLH-ODOMETER-BACKWARDS
072300         GO TO 3100-TALLY-ONE-TICKET-EXIT
072400     END-IF.
072500     IF flhOdometer > WS-VEH-END-ODO(WS-VEH-HIT)
072600         MOVE flhOdometer TO WS-VEH-END-ODO(WS-VEH-HIT)
072700     END-IF.
072800     IF WS-VEH-FIRST-DATE(WS-VEH-HIT) = ZERO
072900         OR flhDate < WS-VEH-FIRST-DATE(WS-VEH-HIT)
073000         MOVE flhDate     TO WS-VEH-FIRST-DATE(WS-VEH-HIT)
073100         MOVE flhOdometer TO WS-VEH-FIRST-ODO(WS-VEH-HIT)
073200         MOVE flhGallons  TO WS-VEH-FIRST-GAL(WS-VEH-HIT)
073300     END-IF.
073400 3100-TALLY-ONE-TICKET-EXIT.
073500     EXIT.
073600*----------------------------------------------------------------
073700 3110-FIND-VEH-ENTRY.
073800*----------------------------------------------------------------
073900     MOVE ZERO TO WS-VEH-HIT.
074000     PERFORM 3120-CHECK-ONE-VEH
074100         THRU 3120-CHECK-ONE-VEH-EXIT
074200         VARYING WS-VEH-SUB FROM 1 BY 1
074300         UNTIL WS-VEH-SUB > WS-VEH-COUNT
074400         OR WS-VEH-HIT NOT = ZERO.
074500 3110-FIND-VEH-ENTRY-EXIT.
074600     EXIT.
074700*----------------------------------------------------------------
074800 3120-CHECK-ONE-VEH.
074900*----------------------------------------------------------------
075000     IF WS-VEH-VIN(WS-VEH-SUB) = flhVin
075100         MOVE WS-VEH-SUB TO WS-VEH-HIT
075200     END-IF.
075300 3120-CHECK-ONE-VEH-EXIT.
075400     EXIT.
075500*----------------------------------------------------------------
075600 4000-PRINT-FUEL-REPORT.
075700*    ONE LINE PER VEHICLE FUELED IN THE MONTH, THE FLEET
075800*    TOTALS, THEN EVERY READING IN THE MONTH THAT WENT
075900*    BACKWARDS.
076000*----------------------------------------------------------------
076100     OPEN OUTPUT reportFile.
076200     MOVE WS-REPORT-MONTH TO WS-RPT-HDG-MONTH.
076300     MOVE WS-TODAY TO WS-RPT-HDG-RUN-DATE.
076400     MOVE WS-RPT-HEADING TO reportRecord.
076500     WRITE reportRecord.
076600     MOVE WS-RPT-COLUMNS TO reportRecord.
076700     WRITE reportRecord.
076800     PERFORM 4100-PRINT-ONE-VEHICLE
076900         THRU 4100-PRINT-ONE-VEHICLE-EXIT
077000         VARYING WS-VEH-SUB FROM 1 BY 1
077100         UNTIL WS-VEH-SUB > WS-VEH-COUNT.
077200     MOVE SPACES TO reportRecord.
077300     WRITE reportRecord.
077400     MOVE WS-FLEET-GALLONS TO WS-TOTAL-GALLONS-DISPLAY.
077500     MOVE WS-FLEET-COST TO WS-TOTAL-COST-DISPLAY.
077600     MOVE WS-FLEET-MILES TO WS-TOTAL-MILES-DISPLAY.
077700     STRING "FLEET TOTAL  GALLONS " DELIMITED BY SIZE
077800            WS-TOTAL-GALLONS-DISPLAY DELIMITED BY SIZE
077900            "  DOLLARS " DELIMITED BY SIZE
078000            WS-TOTAL-COST-DISPLAY DELIMITED BY SIZE
078100            "  MILES " DELIMITED BY SIZE
078200            WS-TOTAL-MILES-DISPLAY DELIMITED BY SIZE
078300         INTO reportRecord.
078400     WRITE reportRecord.
078500     MOVE SPACES TO reportRecord.
078600     WRITE reportRecord.
078700     MOVE "ODOMETER READINGS THAT WENT BACKWARDS" TO reportRecord.
078800     WRITE reportRecord.
078900     MOVE ZERO TO WS-BACKWARDS-COUNT.
079000     OPEN INPUT fuelHistFile.
079100     IF fuelHistFileStatus = "00"
079200         PERFORM FOREVER
079300             READ fuelHistFile
079400                 AT END
079500                 EXIT PERFORM
079600             END-READ
079700             IF flhDate(1:6) = WS-REPORT-MONTH
079800                 AND FLH-ODOMETER-BACKWARDS
079900                 PERFORM 4200-PRINT-ONE-BACKWARDS
080000                     THRU 4200-PRINT-ONE-BACKWARDS-EXIT
080100             END-IF
080200         END-PERFORM
080300     END-IF.
080400     CLOSE fuelHistFile.
080500     IF WS-BACKWARDS-COUNT = ZERO
080600         MOVE "  NONE" TO reportRecord
080700         WRITE reportRecord
080800     END-IF.
080900     CLOSE reportFile.
081000 4000-PRINT-FUEL-REPORT-EXIT.
081100     EXIT.
081200*----------------------------------------------------------------
081300 4100-PRINT-ONE-VEHICLE.
081400*    WITH NO READING BEFORE THE MONTH THE FIRST FILL-UP IS THE
081500*    STARTING POINT, SO ITS GALLONS DROP OUT OF THE MPG.
081600*----------------------------------------------------------------
081700     IF WS-VEH-TICKETS(WS-VEH-SUB) = ZERO
081800         GO TO 4100-PRINT-ONE-VEHICLE-EXIT
081900     END-IF.
082000     MOVE SPACES TO WS-RPT-FLAG.
082100     MOVE ZERO TO WS-MONTH-MILES.
082200     MOVE ZERO TO WS-VEH-MPG.
082300     MOVE WS-VEH-GALLONS(WS-VEH-SUB) TO WS-MPG-GALLONS.
082400     IF WS-VEH-START-ODO(WS-VEH-SUB) NOT = ZERO
082500         AND WS-VEH-END-ODO(WS-VEH-SUB) >
082600             WS-VEH-START-ODO(WS-VEH-SUB)
082700         COMPUTE WS-MONTH-MILES = WS-VEH-END-ODO(WS-VEH-SUB)
082800             - WS-VEH-START-ODO(WS-VEH-SUB)
082900     ELSE
083000         IF WS-VEH-END-ODO(WS-VEH-SUB) >
083100             WS-VEH-FIRST-ODO(WS-VEH-SUB)
083200             COMPUTE WS-MONTH-MILES = WS-VEH-END-ODO(WS-VEH-SUB)
083300                 - WS-VEH-FIRST-ODO(WS-VEH-SUB)
083400             SUBTRACT WS-VEH-FIRST-GAL(WS-VEH-SUB)
083500                 FROM WS-MPG-GALLONS
083600         END-IF
083700     END-IF.
083800     IF WS-MONTH-MILES NOT = ZERO AND WS-MPG-GALLONS NOT = ZERO
083900         COMPUTE WS-VEH-MPG ROUNDED =
084000             WS-MONTH-MILES / WS-MPG-GALLONS
084100     END-IF.
084200
084300     MOVE ZERO TO WS-DECODED-YEAR.
084400     PERFORM 4110-CHECK-ONE-YEAR-CODE
084500         THRU 4110-CHECK-ONE-YEAR-CODE-EXIT
084600         VARYING WS-YEAR-SUB FROM 1 BY 1
084700         UNTIL WS-YEAR-SUB > 30
084800         OR WS-DECODED-YEAR NOT = ZERO.
084900     MOVE "M" TO WS-REF-WANTED-TYPE.
085000     MOVE WS-VEH-MFG(WS-VEH-SUB) TO WS-REF-WANTED-CODE.
085100     PERFORM 1400-LOOK-UP-REF-NAME
085200         THRU 1400-LOOK-UP-REF-NAME-EXIT.
085300
085400     IF WS-VEH-MPG = ZERO
085500         MOVE "NO MILEAGE" TO WS-RPT-FLAG
085600     ELSE
085700         PERFORM 4120-JUDGE-MPG
085800             THRU 4120-JUDGE-MPG-EXIT
085900     END-IF.
086000     IF WS-RPT-FLAG NOT = SPACES
086100         ADD 1 TO WS-EXCEPTION-COUNT
086200     END-IF.
086300
086400     MOVE WS-VEH-VIN(WS-VEH-SUB)     TO WS-RPT-VIN.
086500     MOVE WS-REF-RESULT              TO WS-RPT-MFG-NAME.
086600     MOVE WS-DECODED-YEAR            TO WS-RPT-YEAR.
086700     MOVE WS-VEH-GALLONS(WS-VEH-SUB) TO WS-RPT-GALLONS.
086800     MOVE WS-VEH-COST(WS-VEH-SUB)    TO WS-RPT-COST.
086900     MOVE WS-MONTH-MILES             TO WS-RPT-MILES.
087000     MOVE WS-VEH-MPG                 TO WS-RPT-MPG.
087100     MOVE WS-RPT-DETAIL-LINE TO reportRecord.
087200     WRITE reportRecord.
087300     ADD WS-VEH-GALLONS(WS-VEH-SUB) TO WS-FLEET-GALLONS.
087400     ADD WS-VEH-COST(WS-VEH-SUB) TO WS-FLEET-COST.
087500     ADD WS-MONTH-MILES TO WS-FLEET-MILES.
087600 4100-PRINT-ONE-VEHICLE-EXIT.
087700     EXIT.
087800*----------------------------------------------------------------
087900 4110-CHECK-ONE-YEAR-CODE.
088000*----------------------------------------------------------------
088100     IF WS-VEH-YEAR-CODE(WS-VEH-SUB) = WS-YEAR-CODE(WS-YEAR-SUB)
088200         MOVE WS-YEAR-VALUE(WS-YEAR-SUB) TO WS-DECODED-YEAR
088300     END-IF.
088400 4110-CHECK-ONE-YEAR-CODE-EXIT.
088500     EXIT.
088600*----------------------------------------------------------------
088700 4120-JUDGE-MPG.
088800*    THE MANUFACTURER'S LINE FOR THE MODEL YEAR, ELSE ITS
088900*    ANY-YEAR (0000) LINE. OUTSIDE EXPECTED PLUS OR MINUS THE
089000*    TOLERANCE PERCENT IS FLAGGED.
089100*----------------------------------------------------------------
089200     MOVE ZERO TO WS-MPG-HIT.
089300     MOVE ZERO TO WS-MPG-ANY-YEAR-HIT.
089400     PERFORM 4130-CHECK-ONE-STANDARD
089500         THRU 4130-CHECK-ONE-STANDARD-EXIT
089600         VARYING WS-MPG-SUB FROM 1 BY 1
089700         UNTIL WS-MPG-SUB > WS-MPG-COUNT
089800         OR WS-MPG-HIT NOT = ZERO.
089900     IF WS-MPG-HIT = ZERO
090000         MOVE WS-MPG-ANY-YEAR-HIT TO WS-MPG-HIT
090100     END-IF.
090200     IF WS-MPG-HIT = ZERO
090300         MOVE "NO STANDARD" TO WS-RPT-FLAG
090400         GO TO 4120-JUDGE-MPG-EXIT
090500     END-IF.
090600     COMPUTE WS-MPG-LOW ROUNDED = WS-MPG-EXPECTED(WS-MPG-HIT)
090700         * (100 - WS-MPG-TOLERANCE(WS-MPG-HIT)) / 100.
090800     COMPUTE WS-MPG-HIGH ROUNDED = WS-MPG-EXPECTED(WS-MPG-HIT)
090900         * (100 + WS-MPG-TOLERANCE(WS-MPG-HIT)) / 100.
091000     IF WS-VEH-MPG < WS-MPG-LOW
091100         MOVE "** LOW MPG" TO WS-RPT-FLAG
091200     END-IF.
091300     IF WS-VEH-MPG > WS-MPG-HIGH
091400         MOVE "** HIGH MPG" TO WS-RPT-FLAG
091500     END-IF.
091600 4120-JUDGE-MPG-EXIT.
091700     EXIT.
091800*----------------------------------------------------------------
091900 4130-CHECK-ONE-STANDARD.
092000*----------------------------------------------------------------
092100     IF WS-MPG-MFG(WS-MPG-SUB) NOT = WS-VEH-MFG(WS-VEH-SUB)
092200         GO TO 4130-CHECK-ONE-STANDARD-EXIT
092300     END-IF.
092400     IF WS-MPG-YEAR(WS-MPG-SUB) = WS-DECODED-YEAR
092500         MOVE WS-MPG-SUB TO WS-MPG-HIT
092600     END-IF.
092700     IF WS-MPG-YEAR(WS-MPG-SUB) = ZERO
092800         MOVE WS-MPG-SUB TO WS-MPG-ANY-YEAR-HIT
092900     END-IF.
093000 4130-CHECK-ONE-STANDARD-EXIT.
093100     EXIT.
093200*----------------------------------------------------------------
093300 4200-PRINT-ONE-BACKWARDS.
093400*----------------------------------------------------------------
093500     MOVE flhVin           TO WS-BACK-VIN.
093600     MOVE flhDate          TO WS-BACK-DATE.
093700     MOVE flhOdometer      TO WS-BACK-ODOMETER.
093800     MOVE flhPriorOdometer TO WS-BACK-PRIOR.
093900     MOVE WS-BACK-LINE TO reportRecord.
094000     WRITE reportRecord.
094100     ADD 1 TO WS-BACKWARDS-COUNT.
094200 4200-PRINT-ONE-BACKWARDS-EXIT.
094300     EXIT.
