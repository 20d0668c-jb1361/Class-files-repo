000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB22CP.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  PARTS - VEHICLE RECORDS.
000500 DATE-WRITTEN.  10/05/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/05/2026  DL  INITIAL VERSION. REGISTRATION, SAFETY
001100*                 INSPECTION, AND INSURANCE CARD EXPIRY DATES
001200*                 LIVED IN A DESK CALENDAR AND THE SHOP WAS FINED
001300*                 TWICE FOR AN EXPIRED VEHICLE ON A ROUTE. THE
001400*                 FLEET DESK NOW KEEPS THEM ON THE LAB22.CPL
001500*                 COMPLIANCE FILE, ONE LINE PER VIN. THIS NIGHTLY
001600*                 STEP VALIDATES EVERY LINE AGAINST LAB22.IDX
001700*                 (KEYED READ; UNKNOWN VINS AND BAD DATES TO
001800*                 REJECT.LOG), POSTS EACH EXPIRY FALLING DUE
001900*                 INSIDE THE LAB22CP.PRM HORIZON TO DEADLINE.REG
002000*                 FOR THE DATETIME DEADLINE REPORT, AND LISTS
002100*                 EVERY EXPIRED OR DUE DOCUMENT ON LAB22.CPX.
002200*----------------------------------------------------------------
002300* AN EXPIRY IS POSTED TO DEADLINE.REG ONCE - A LINE WITH THE SAME
002400* DATE AND DESCRIPTION ALREADY THERE IS LEFT ALONE, SO THE
002500* REGISTER DOES NOT GROW A NEW COPY EVERY NIGHT. A ZERO DATE ON
002600* LAB22.CPL MEANS THE DOCUMENT IS NOT TRACKED FOR THAT VEHICLE.
002700* A DISPOSED VEHICLE (VEHSTAT) NEEDS NO DOCUMENTS AND IS SKIPPED.
002800* L_10 READS LAB22.CPL ITSELF TO FLAG AN EXPIRED VEHICLE ON THE
002900* DISPATCH SHEET.
003000*----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT masterFile ASSIGN TO "LAB22.IDX"
003500         ORGANIZATION INDEXED
003600         ACCESS MODE DYNAMIC
003700         RECORD KEY IS vinNumber
003800         ALTERNATE RECORD KEY IS prodNumber WITH DUPLICATES
003900         FILE STATUS IS masterFileStatus.
004000     SELECT OPTIONAL complianceFile ASSIGN TO "LAB22.CPL"
004100         ORGANIZATION LINE SEQUENTIAL
004200         FILE STATUS IS complianceFileStatus.
004300     SELECT OPTIONAL deadlineFile ASSIGN TO "DEADLINE.REG"
004400         ORGANIZATION LINE SEQUENTIAL
004500         FILE STATUS IS deadlineFileStatus.
004600     SELECT OPTIONAL paramFile ASSIGN TO "LAB22CP.PRM"
004700         ORGANIZATION LINE SEQUENTIAL
004800         FILE STATUS IS paramFileStatus.
004900     SELECT reportFile ASSIGN TO "LAB22.CPX"
005000         ORGANIZATION LINE SEQUENTIAL.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  masterFile.
005400 01  vinNumber.
005500     05  countryCode             PIC X(01).
005600     05  mfg                     PIC A(01).
005700     05  typeOrDivision          PIC X(01).
005800     05  vehicleStyle            PIC X(04).
005900     05  checkDigit              PIC 9(01).
006000     05  yearCode                PIC X(01).
006100     05  asmbPlant               PIC X(01).
006200     05  prodNumber              PIC 9(05).
006300 FD  complianceFile.
006400 01  complianceDetailsI.
006500     05  cplVinI                 PIC X(15).
006600     05  cplExpiryI              PIC 9(08) OCCURS 3 TIMES.
006700 FD  deadlineFile.
006800 01  deadlineDetailsI.
006900     05  dlDateI                 PIC 9(08).
007000     05  dlDescI                 PIC X(30).
007100     05  dlDeskI                 PIC X(10).
007200 FD  paramFile.
007300 01  paramRecord.
007400     05  paramHorizonDays        PIC 9(03).
007500 FD  reportFile.
007600 01  reportLine                  PIC X(80).
007700 WORKING-STORAGE SECTION.
007800*----------------------------------------------------------------
007900* FILE STATUS AND RUN COUNTS
008000*----------------------------------------------------------------
008100 01  masterFileStatus            PIC X(02).
008200 01  complianceFileStatus        PIC X(02).
008300 01  deadlineFileStatus          PIC X(02).
008400 01  paramFileStatus             PIC X(02).
008500 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
008600 01  WS-CPL-READ                 PIC 9(05) COMP VALUE ZERO.
008700 01  WS-REJECT-COUNT             PIC 9(05) COMP VALUE ZERO.
008800 01  WS-POSTED-COUNT             PIC 9(05) COMP VALUE ZERO.
008900 01  WS-EXPIRED-COUNT            PIC 9(05) VALUE ZERO.
009000 01  WS-DUE-COUNT                PIC 9(05) VALUE ZERO.
009100 01  WS-TODAY                    PIC 9(08).
009200 01  WS-HORIZON-BUS-DAYS         PIC 9(03) VALUE 020.
009300 01  WS-HORIZON-END              PIC 9(08).
009400*----------------------------------------------------------------
009500* THE THREE TRACKED DOCUMENTS, IN LAB22.CPL FIELD ORDER
009600*----------------------------------------------------------------
009700 01  WS-DOC-NAMES.
009800     05  FILLER PIC X(14) VALUE "REGISTRATION  ".
009900     05  FILLER PIC X(14) VALUE "INSPECTION    ".
010000     05  FILLER PIC X(14) VALUE "INSURANCE CARD".
010100 01  WS-DOC-TABLE REDEFINES WS-DOC-NAMES.
010200     05  WS-DOC-NAME             PIC X(14) OCCURS 3 TIMES.
010300 01  WS-DOC-SUB                  PIC 9(01) COMP.
010400 01  WS-DOC-BAD-SW               PIC X(01).
010500     88  DOC-DATE-BAD                    VALUE "Y".
010600     88  DOC-DATES-GOOD                  VALUE "N".
010700*----------------------------------------------------------------
010800* DEADLINE.REG AS IT STOOD AT THE START OF THE RUN, PLUS WHAT
010900* THIS RUN ADDS - USED ONLY TO KEEP AN EXPIRY FROM BEING POSTED
011000* TWICE
011100*----------------------------------------------------------------
011200 01  WS-DL-COUNT                 PIC 9(04) COMP VALUE ZERO.
011300 01  WS-DL-SUB                   PIC 9(04) COMP.
011400 01  WS-DL-HIT                   PIC 9(04) COMP.
011500 01  WS-DL-TABLE.
011600     05  WS-DL-ENTRY OCCURS 2000 TIMES.
011700         10  WS-DL-DATE          PIC 9(08).
011800         10  WS-DL-DESC          PIC X(30).
011900 01  WS-NEW-DEADLINE.
012000     05  WS-NEW-DOC              PIC X(14).
012100     05  FILLER                  PIC X(01) VALUE SPACE.
012200     05  WS-NEW-VIN              PIC X(15).
012300*----------------------------------------------------------------
012400* REPORT LINES
012500*----------------------------------------------------------------
012600 01  WS-REPORT-HEADING.
012700     05  FILLER                  PIC X(41) VALUE
012800         "VEHICLE COMPLIANCE EXCEPTIONS - AS OF ".
012900     05  WS-HDG-DATE             PIC 9(08).
013000 01  WS-REPORT-HORIZON.
013100     05  FILLER                  PIC X(27) VALUE
013200         "EXPIRED, OR DUE THROUGH ".
013300     05  WS-HOR-DATE             PIC 9(08).
013400     05  FILLER                  PIC X(02) VALUE " (".
013500     05  WS-HOR-DAYS             PIC ZZ9.
013600     05  FILLER                  PIC X(15) VALUE
013650         " BUSINESS DAYS)".
013700 01  WS-REPORT-COLUMNS           PIC X(80) VALUE
013800     "VIN              DOCUMENT        EXPIRES   STATUS".
013900 01  WS-REPORT-DETAIL.
014000     05  WS-RDT-VIN              PIC X(15).
014100     05  FILLER                  PIC X(02) VALUE SPACES.
014200     05  WS-RDT-DOC              PIC X(14).
014300     05  FILLER                  PIC X(02) VALUE SPACES.
014400     05  WS-RDT-EXPIRES          PIC 9(08).
014500     05  FILLER                  PIC X(02) VALUE SPACES.
014600     05  WS-RDT-STATUS           PIC X(20).
014700 01  WS-REPORT-TOTAL.
014800     05  FILLER                  PIC X(06) VALUE "TOTAL ".
014900     05  WS-RTL-EXPIRED          PIC ZZZZ9.
015000     05  FILLER                  PIC X(11) VALUE " EXPIRED, ".
015100     05  WS-RTL-DUE              PIC ZZZZ9.
015200     05  FILLER                  PIC X(14) VALUE " DUE IN WINDOW".
015300 01  WS-NOTHING-LINE             PIC X(80) VALUE
015400     "  (nothing expired or due in the window)".
015500*----------------------------------------------------------------
015600* CALL INTERFACE TO THE SHARED DATE-VALIDATION SUBPROGRAM
015700*----------------------------------------------------------------
015800 COPY "dvalparm.cpy".
015900*----------------------------------------------------------------
016000* CALL INTERFACE TO THE SHARED BUSINESS-DAY SUBPROGRAM
016100*----------------------------------------------------------------
016200 COPY "bdayparm.cpy".
016300*----------------------------------------------------------------
016400* CALL INTERFACE TO THE SHARED VEHICLE-STATUS SUBPROGRAM
016500*----------------------------------------------------------------
016600 COPY "vstparm.cpy".
016700*----------------------------------------------------------------
016800* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
016900*----------------------------------------------------------------
017000 COPY "auditparm.cpy".
017100*----------------------------------------------------------------
017200* CALL INTERFACE TO THE SHARED REJECT-LOG SUBPROGRAM
017300*----------------------------------------------------------------
017400 COPY "rejparm.cpy".
017500*----------------------------------------------------------------
017600* CALL INTERFACE TO THE SHARED RUN-STATUS SUBPROGRAM
017700*----------------------------------------------------------------
017800 COPY "rstparm.cpy".
017900 PROCEDURE DIVISION.
018000*----------------------------------------------------------------
018100 0000-MAINLINE.
018200*----------------------------------------------------------------
018300     PERFORM 0100-CHECK-STEP-RESTART
018400         THRU 0100-CHECK-STEP-RESTART-EXIT.
018500     MOVE "LAB22CP" TO AUDIT-PROGRAM-NAME.
018600     MOVE SPACES TO AUDIT-USER-ID.
018700     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
018800     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
018900     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
019000
019100     PERFORM 1000-GET-HORIZON
019200         THRU 1000-GET-HORIZON-EXIT.
019300     PERFORM 1100-LOAD-DEADLINE-REGISTER
019400         THRU 1100-LOAD-DEADLINE-REGISTER-EXIT.
019500
019600     OPEN INPUT masterFile.
019700     IF masterFileStatus NOT = "00"
019800         DISPLAY "** CANNOT OPEN LAB22.IDX - STATUS "
019900             masterFileStatus " **"
020000         MOVE 8 TO WS-FINAL-RETURN-CODE
020100         CLOSE masterFile
020200         GO TO 0000-WRAP-UP
020300     END-IF.
020400     OPEN OUTPUT reportFile.
020500     MOVE WS-TODAY TO WS-HDG-DATE.
020600     MOVE WS-REPORT-HEADING TO reportLine.
020700     WRITE reportLine.
020800     MOVE WS-HORIZON-END TO WS-HOR-DATE.
020900     MOVE WS-HORIZON-BUS-DAYS TO WS-HOR-DAYS.
021000     MOVE WS-REPORT-HORIZON TO reportLine.
021100     WRITE reportLine.
021200     MOVE SPACES TO reportLine.
021300     WRITE reportLine.
021400     MOVE WS-REPORT-COLUMNS TO reportLine.
021500     WRITE reportLine.
021600
021700     PERFORM 2000-CHECK-COMPLIANCE-FILE
021800         THRU 2000-CHECK-COMPLIANCE-FILE-EXIT.
021900     CLOSE masterFile.
022000
022100     IF WS-EXPIRED-COUNT = ZERO AND WS-DUE-COUNT = ZERO
022200         MOVE WS-NOTHING-LINE TO reportLine
022300         WRITE reportLine
022400     END-IF.
022500     MOVE WS-EXPIRED-COUNT TO WS-RTL-EXPIRED.
022600     MOVE WS-DUE-COUNT TO WS-RTL-DUE.
022700     MOVE WS-REPORT-TOTAL TO reportLine.
022800     WRITE reportLine.
022900     CLOSE reportFile.
023000
023100     DISPLAY WS-CPL-READ " vehicle(s) on LAB22.CPL, "
023200         WS-EXPIRED-COUNT " document(s) expired, "
023300         WS-DUE-COUNT " due - see LAB22.CPX".
023400     DISPLAY WS-POSTED-COUNT " new expiry(ies) posted to "
023500         "DEADLINE.REG".
023600     DISPLAY WS-REJECT-COUNT " compliance line(s) rejected".
023700     IF WS-REJECT-COUNT NOT = ZERO
023800         MOVE 8 TO WS-FINAL-RETURN-CODE
023900     END-IF.
024000
024100 0000-WRAP-UP.
024200     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
024300     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
024400     MOVE WS-CPL-READ TO AUDIT-RECORDS-READ.
024500     MOVE WS-POSTED-COUNT TO AUDIT-RECORDS-WRITTEN.
024600     CALL "AUDITLOG" USING AUDIT-PARM.
024700     IF WS-FINAL-RETURN-CODE = ZERO
024800         PERFORM 9100-RECORD-STEP-COMPLETE
024900             THRU 9100-RECORD-STEP-COMPLETE-EXIT
025000     END-IF.
025100*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
025200     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
025300     STOP RUN.
025400*----------------------------------------------------------------
025500 0100-CHECK-STEP-RESTART.
025600*    ON A RESTART SUBMIT (NITEBTCH.RST NAMES TODAY) A STEP THAT
025700*    ALREADY COMPLETED TONIGHT SKIPS ITSELF, SO THE CHAIN
025800*    RESUMES AT THE FIRST INCOMPLETE STEP INSTEAD OF REDOING
025900*    FINISHED WORK. A NORMAL SUBMIT NEVER SKIPS.
026000*----------------------------------------------------------------
026100     SET RSTAT-SHOULD-SKIP TO TRUE.
026200     MOVE FUNCTION CURRENT-DATE(1:8) TO RSTAT-BUSINESS-DATE.
026300     MOVE "LAB22CP" TO RSTAT-STEP-NAME.
026400     CALL "RUNSTAT" USING RSTAT-PARM.
026500     IF RSTAT-STEP-DONE
026600         DISPLAY "LAB22CP already complete for "
026700             RSTAT-BUSINESS-DATE " - restart skip"
026800         STOP RUN
026900     END-IF.
027000 0100-CHECK-STEP-RESTART-EXIT.
027100     EXIT.
027200*----------------------------------------------------------------
027300 1000-GET-HORIZON.
027400*    LAB22CP.PRM, WHEN PRESENT, OVERRIDES THE DEFAULT 20-BUSINESS-
027500*    DAY WARNING HORIZON. THE HORIZON END IS COUNTED THROUGH
027600*    BUSDAY THE SAME WAY THE DEADLINE REPORT COUNTS ITS OWN.
027700*----------------------------------------------------------------
027800     OPEN INPUT paramFile.
027900     IF paramFileStatus = "00"
028000         READ paramFile
028100             AT END
028200                 CONTINUE
028300             NOT AT END
028400                 IF paramHorizonDays IS NUMERIC
028500                     AND paramHorizonDays NOT = ZERO
028600                     MOVE paramHorizonDays TO WS-HORIZON-BUS-DAYS
028700                     DISPLAY "Horizon of " WS-HORIZON-BUS-DAYS
028800                         " business days read from LAB22CP.PRM"
028900                 END-IF
029000         END-READ
029100     END-IF.
029200     CLOSE paramFile.
029300     SET BDAY-ADD-BUSINESS-DAYS TO TRUE.
029400     MOVE WS-TODAY TO BDAY-DATE.
029500     MOVE WS-HORIZON-BUS-DAYS TO BDAY-DAY-COUNT.
029600     CALL "BUSDAY" USING BDAY-PARM.
029700     MOVE BDAY-END-DATE TO WS-HORIZON-END.
029800 1000-GET-HORIZON-EXIT.
029900     EXIT.
030000*----------------------------------------------------------------
030100 1100-LOAD-DEADLINE-REGISTER.
030200*----------------------------------------------------------------
030300     OPEN INPUT deadlineFile.
030400     IF deadlineFileStatus NOT = "00"
030500         CLOSE deadlineFile
030600         GO TO 1100-LOAD-DEADLINE-REGISTER-EXIT
030700     END-IF.
030800     PERFORM FOREVER
030900         READ deadlineFile
031000             AT END
031100             EXIT PERFORM
031200         END-READ
031300         IF WS-DL-COUNT < 2000
031400             ADD 1 TO WS-DL-COUNT
031500             MOVE dlDateI TO WS-DL-DATE(WS-DL-COUNT)
031600             MOVE dlDescI TO WS-DL-DESC(WS-DL-COUNT)
031700         END-IF
031800     END-PERFORM.
031900     CLOSE deadlineFile.
032000 1100-LOAD-DEADLINE-REGISTER-EXIT.
032100     EXIT.
032200*----------------------------------------------------------------
032300 2000-CHECK-COMPLIANCE-FILE.
032400*    DEADLINE.REG IS APPENDED TO - OPENED FOR EXTEND AND CREATED
032500*    WITH AN OUTPUT OPEN WHEN IT DOES NOT EXIST YET.
032600*----------------------------------------------------------------
032700     OPEN INPUT complianceFile.
032800     IF complianceFileStatus NOT = "00"
032900         DISPLAY "LAB22.CPL not found - no compliance dates "
033000             "on file"
033100         CLOSE complianceFile
033200         GO TO 2000-CHECK-COMPLIANCE-FILE-EXIT
033300     END-IF.
033400     OPEN EXTEND deadlineFile.
033500     IF deadlineFileStatus NOT = "00"
033600         OPEN OUTPUT deadlineFile
033700     END-IF.
033800     PERFORM FOREVER
033900         READ complianceFile
034000             AT END
034100             EXIT PERFORM
034200         END-READ
034300         ADD 1 TO WS-CPL-READ
034400         PERFORM 2100-CHECK-ONE-VEHICLE
034500             THRU 2100-CHECK-ONE-VEHICLE-EXIT
034600     END-PERFORM.
034700     CLOSE deadlineFile.
034800     CLOSE complianceFile.
034900 2000-CHECK-COMPLIANCE-FILE-EXIT.
035000     EXIT.
035100*----------------------------------------------------------------
035200 2100-CHECK-ONE-VEHICLE.
035300*----------------------------------------------------------------
035400     MOVE cplVinI TO vinNumber.
035500     READ masterFile
035600         KEY IS vinNumber
035700         INVALID KEY
035800             MOVE "VNNF" TO REJ-REASON-CODE
035900             MOVE "Compliance dates for VIN not on master"
036000                 TO REJ-REASON-TEXT
036100             PERFORM 2900-REJECT-ONE-LINE
036200                 THRU 2900-REJECT-ONE-LINE-EXIT
036300             GO TO 2100-CHECK-ONE-VEHICLE-EXIT
036400     END-READ.
036500     SET DOC-DATES-GOOD TO TRUE.
036600     PERFORM 2110-VALIDATE-ONE-DATE
036700         THRU 2110-VALIDATE-ONE-DATE-EXIT
036800         VARYING WS-DOC-SUB FROM 1 BY 1
036900         UNTIL WS-DOC-SUB > 3.
037000     IF DOC-DATE-BAD
037100         MOVE "BDAT" TO REJ-REASON-CODE
037200         MOVE "Invalid compliance expiry date"
037300             TO REJ-REASON-TEXT
037400         PERFORM 2900-REJECT-ONE-LINE
037500             THRU 2900-REJECT-ONE-LINE-EXIT
037600         GO TO 2100-CHECK-ONE-VEHICLE-EXIT
037700     END-IF.
037800     MOVE cplVinI TO VSTAT-VIN.
037900     CALL "VEHSTAT" USING VSTAT-PARM.
038000     IF VSTAT-DISPOSED
038100         GO TO 2100-CHECK-ONE-VEHICLE-EXIT
038200     END-IF.
038300     PERFORM 2200-CHECK-ONE-DOCUMENT
038400         THRU 2200-CHECK-ONE-DOCUMENT-EXIT
038500         VARYING WS-DOC-SUB FROM 1 BY 1
038600         UNTIL WS-DOC-SUB > 3.
038700 2100-CHECK-ONE-VEHICLE-EXIT.
038800     EXIT.
038900*----------------------------------------------------------------
039000 2110-VALIDATE-ONE-DATE.
039100*    ZERO IS ALLOWED - THE DOCUMENT IS NOT TRACKED.
039200*----------------------------------------------------------------
039300     IF cplExpiryI(WS-DOC-SUB) NOT NUMERIC
039400         SET DOC-DATE-BAD TO TRUE
039500         GO TO 2110-VALIDATE-ONE-DATE-EXIT
039600     END-IF.
039700     IF cplExpiryI(WS-DOC-SUB) = ZERO
039800         GO TO 2110-VALIDATE-ONE-DATE-EXIT
039900     END-IF.
040000     MOVE cplExpiryI(WS-DOC-SUB) TO DVAL-DATE.
040100     CALL "DATEVAL" USING DVAL-PARM.
040200     IF DVAL-IS-NOT-VALID
040300         SET DOC-DATE-BAD TO TRUE
040400     END-IF.
040500 2110-VALIDATE-ONE-DATE-EXIT.
040600     EXIT.
040700*----------------------------------------------------------------
040800 2200-CHECK-ONE-DOCUMENT.
040900*    AN EXPIRED OR DUE DOCUMENT GOES ON LAB22.CPX, AND ON
041000*    DEADLINE.REG UNLESS IT IS ALREADY THERE.
041100*----------------------------------------------------------------
041200     IF cplExpiryI(WS-DOC-SUB) = ZERO
041300         OR cplExpiryI(WS-DOC-SUB) > WS-HORIZON-END
041400         GO TO 2200-CHECK-ONE-DOCUMENT-EXIT
041500     END-IF.
041600     MOVE cplVinI                 TO WS-RDT-VIN.
041700     MOVE WS-DOC-NAME(WS-DOC-SUB) TO WS-RDT-DOC.
041800     MOVE cplExpiryI(WS-DOC-SUB)  TO WS-RDT-EXPIRES.
041900     IF cplExpiryI(WS-DOC-SUB) < WS-TODAY
042000         MOVE "** EXPIRED **" TO WS-RDT-STATUS
042100         ADD 1 TO WS-EXPIRED-COUNT
042200     ELSE
042300         MOVE "DUE" TO WS-RDT-STATUS
042400         ADD 1 TO WS-DUE-COUNT
042500     END-IF.
042600     MOVE WS-REPORT-DETAIL TO reportLine.
042700     WRITE reportLine.
042800
042900     MOVE WS-DOC-NAME(WS-DOC-SUB) TO WS-NEW-DOC.
043000     MOVE cplVinI TO WS-NEW-VIN.
043100     MOVE ZERO TO WS-DL-HIT.
043200     PERFORM 2210-CHECK-ONE-DEADLINE
043300         THRU 2210-CHECK-ONE-DEADLINE-EXIT
043400         VARYING WS-DL-SUB FROM 1 BY 1
043500         UNTIL WS-DL-SUB > WS-DL-COUNT
043600         OR WS-DL-HIT NOT = ZERO.
043700     IF WS-DL-HIT NOT = ZERO
043800         GO TO 2200-CHECK-ONE-DOCUMENT-EXIT
043900     END-IF.
044000     MOVE cplExpiryI(WS-DOC-SUB) TO dlDateI.
044100     MOVE WS-NEW-DEADLINE TO dlDescI.
044200     MOVE "FLEET" TO dlDeskI.
044300     WRITE deadlineDetailsI.
044400     ADD 1 TO WS-POSTED-COUNT.
044500     IF WS-DL-COUNT < 2000
044600         ADD 1 TO WS-DL-COUNT
044700         MOVE dlDateI TO WS-DL-DATE(WS-DL-COUNT)
044800         MOVE dlDescI TO WS-DL-DESC(WS-DL-COUNT)
044900     END-IF.
045000 2200-CHECK-ONE-DOCUMENT-EXIT.
045100     EXIT.
045200*----------------------------------------------------------------
045300 2210-CHECK-ONE-DEADLINE.
045400*----------------------------------------------------------------
045500     IF WS-DL-DATE(WS-DL-SUB) = cplExpiryI(WS-DOC-SUB)
045600         AND WS-DL-DESC(WS-DL-SUB) = WS-NEW-DEADLINE
045700         MOVE WS-DL-SUB TO WS-DL-HIT
045800     END-IF.
045900 2210-CHECK-ONE-DEADLINE-EXIT.
046000     EXIT.
046100*----------------------------------------------------------------
046200 2900-REJECT-ONE-LINE.
046300*----------------------------------------------------------------
046400     DISPLAY "WARNING - compliance line rejected ("
046500         REJ-REASON-CODE "): " cplVinI.
046600     MOVE "LAB22CP" TO REJ-PROGRAM-NAME.
046700     MOVE SPACES TO REJ-RECORD-KEY.
046800     MOVE cplVinI TO REJ-RECORD-KEY(1:15).
046900     CALL "REJECTLOG" USING REJECT-PARM.
047000     ADD 1 TO WS-REJECT-COUNT.
047100 2900-REJECT-ONE-LINE-EXIT.
047200     EXIT.
047300*----------------------------------------------------------------
047400 9100-RECORD-STEP-COMPLETE.
047500*    A CLEAN FINISH GOES ON THE RUN-STATUS FILE SO A RESTART
047600*    SUBMIT CAN SKIP THIS STEP.
047700*----------------------------------------------------------------
047800     SET RSTAT-RECORD-COMPLETE TO TRUE.
047900     MOVE FUNCTION CURRENT-DATE(1:8) TO RSTAT-BUSINESS-DATE.
048000     MOVE "LAB22CP" TO RSTAT-STEP-NAME.
048100     CALL "RUNSTAT" USING RSTAT-PARM.
048200 9100-RECORD-STEP-COMPLETE-EXIT.
048300     EXIT.
