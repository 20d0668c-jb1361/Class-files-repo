000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    XREFCHK.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  SHOP-WIDE - OPERATIONS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026  DL  INITIAL VERSION. EACH PROGRAM EDITS ITS OWN
001100*                 INPUT, BUT THE FILES NOW POINT AT EACH OTHER AND
001200*                 NOTHING CHECKED THOSE LINKS. THIS NITEBTCH STEP
001300*                 SWEEPS THEM ALL - L10.ASG VINS AGAINST
001400*                 LAB22.IDX, L10.STP STOPS AGAINST THE L10.in
001500*                 LINES (A STOP ON A RETIRED LINE IS AN ORPHAN
001600*                 TOO), LAB30.LIX LEDGER ROWS AGAINST THE lab30.in
001700*                 LOANS (OR THEIR LAB30.HIST ARCHIVE), LAB25.VND
001800*                 ROWS AGAINST THE lab25.in PARTS, AND lab36.hst
001900*                 COURSES AGAINST LAB36.CAT. EACH ORPHAN GOES TO
002000*                 REJECT.LOG UNDER ITS RELATIONSHIP'S OWN REASON
002100*                 CODE FOR REJDISP, THE COUNTS GO ON XREFCHK.RPT,
002200*                 AND MORE ORPHANS THAN THE XREFCHK.PRM THRESHOLD
002300*                 (DEFAULT 10) END THE STEP WITH CONDITION CODE 8.
002400*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT OPTIONAL paramFile ASSIGN TO "XREFCHK.PRM"
002900         ORGANIZATION LINE SEQUENTIAL
003000         FILE STATUS IS paramFileStatus.
003100     SELECT vinMaster ASSIGN TO "LAB22.IDX"
003200         ORGANIZATION INDEXED
003300         ACCESS MODE DYNAMIC
003400         RECORD KEY IS vinNumber
003500         ALTERNATE RECORD KEY IS prodNumber WITH DUPLICATES
003600         FILE STATUS IS vinMasterStatus.
003700     SELECT OPTIONAL assignFile ASSIGN TO "L10.ASG"
003800         ORGANIZATION LINE SEQUENTIAL
003900         FILE STATUS IS assignFileStatus.
004000     SELECT OPTIONAL routeFile ASSIGN TO "L10.in"
004100         ORGANIZATION LINE SEQUENTIAL
004200         FILE STATUS IS routeFileStatus.
004300     SELECT OPTIONAL stopFile ASSIGN TO "L10.STP"
004400         ORGANIZATION LINE SEQUENTIAL
004500         FILE STATUS IS stopFileStatus.
004600     SELECT ledgerMaster ASSIGN TO "LAB30.LIX"
004700         ORGANIZATION INDEXED
004800         ACCESS MODE SEQUENTIAL
004900         RECORD KEY IS lixKey
005000         FILE STATUS IS ledgerMasterStatus.
005100     SELECT OPTIONAL loanFile ASSIGN TO "lab30.in"
005200         ORGANIZATION LINE SEQUENTIAL
005300         FILE STATUS IS loanFileStatus.
005400     SELECT OPTIONAL historyFile ASSIGN TO "LAB30.HIST"
005500         ORGANIZATION LINE SEQUENTIAL
005600         FILE STATUS IS historyFileStatus.
005700     SELECT OPTIONAL partFile ASSIGN TO "lab25.in"
005800         ORGANIZATION LINE SEQUENTIAL
005900         FILE STATUS IS partFileStatus.
006000     SELECT OPTIONAL vendorFile ASSIGN TO "LAB25.VND"
006100         ORGANIZATION LINE SEQUENTIAL
006200         FILE STATUS IS vendorFileStatus.
006300     SELECT OPTIONAL catalogFile ASSIGN TO "LAB36.CAT"
006400         ORGANIZATION LINE SEQUENTIAL
006500         FILE STATUS IS catalogFileStatus.
006600     SELECT OPTIONAL courseHistFile ASSIGN TO "lab36.hst"
006700         ORGANIZATION LINE SEQUENTIAL
006800         FILE STATUS IS courseHistFileStatus.
006900     SELECT reportFile ASSIGN TO "XREFCHK.RPT"
007000         ORGANIZATION LINE SEQUENTIAL.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  paramFile.
007400 01  paramRecord.
007500     05  paramThreshold          PIC 9(05).
007600 FD  vinMaster.
007700 01  vinNumber.
007800     05  countryCode             PIC X(01).
007900     05  mfg                     PIC A(01).
008000     05  typeOrDivision          PIC X(01).
008100     05  vehicleStyle            PIC X(04).
008200     05  checkDigit              PIC 9(01).
008300     05  yearCode                PIC X(01).
008400     05  asmbPlant               PIC X(01).
008500     05  prodNumber              PIC 9(05).
008600 FD  assignFile.
008700 01  assignDetailsI.
008800     05  asgLineI                PIC 9(03).
008900     05  asgVinI                 PIC X(15).
009000     05  asgEffDateI             PIC 9(08).
009100     05  asgCapacityI            PIC 9(04).
009200 FD  routeFile.
009300 01  routeDetailsI.
009400     05  rteLineNumberI          PIC 9(03).
009500     05  rteLineNameI            PIC A(15).
009600     05  rteLineStatusI          PIC X(01).
009700     05  rteLineCapacityI        PIC 9(04).
009800 01  routeTrailerI REDEFINES routeDetailsI.
009900     05  rteTrailerLiteralI      PIC X(07).
010000     05  rteTrailerCountI        PIC 9(07).
010100 FD  stopFile.
010200 01  stopDetailsI.
010300     05  stpLineI                PIC 9(03).
010400     05  stpSeqI                 PIC 9(02).
010500     05  stpNameI                PIC X(15).
010600     05  stpTimeI                PIC 9(04).
010700 FD  ledgerMaster.
010800 01  ledgerKeyRec.
010900     05  lixKey.
011000         10  lixFacultyNumber    PIC 9(03).
011100         10  lixLoanId           PIC 9(03).
011200     05  lixPaidToDate           PIC 9(06)V99.
011300     05  lixLastPostDate         PIC 9(08).
011400     05  lixInterestBooked       PIC 9(06)V99.
011500     05  lixFeesCharged          PIC 9(06)V99.
011600 FD  loanFile.
011700 01  loanDetailsI.
011800     05  loanFacultyNumberI      PIC 9(03).
011900     05  loanUserNameI           PIC A(17).
012000     05  loanIdI                 PIC 9(03).
012100     05  FILLER                  PIC X(01).
012200     05  loanDateI               PIC 9(08).
012300     05  FILLER                  PIC X(01).
012400     05  loanAmtI                PIC 9(04).99.
012500 01  loanTrailerI REDEFINES loanDetailsI.
012600     05  loanTrailerLiteralI     PIC X(07).
012700     05  loanTrailerCountI       PIC 9(07).
012800 FD  historyFile.
012900 01  historyDetails.
013000     05  histFacultyNumber       PIC 9(03).
013100     05  histUserName            PIC A(17).
013200     05  histLoanId              PIC 9(03).
013300     05  FILLER                  PIC X(01).
013400     05  histLoanDate            PIC 9(08).
013500     05  FILLER                  PIC X(01).
013600     05  histLoanAmt             PIC X(07).
013700     05  histArchiveDate         PIC X(08).
013800 FD  partFile.
013900 01  partRecord.
014000     05  batchPartNumber         PIC X(06).
014100     05  batchRVar               PIC 9(10).
014200     05  batchSVar               PIC 9(10).
014300     05  batchIVar               PIC 9(10).
014400     05  batchLeadTimeDays       PIC 9(03).
014500     05  batchAvgDailyUsage      PIC 9(10).
014600 FD  vendorFile.
014700 01  vendorDetailsI.
014800     05  vndVendorCodeI          PIC X(04).
014900     05  vndVendorNameI          PIC X(20).
015000     05  vndPartNumberI          PIC X(06).
015100     05  vndLeadDaysI            PIC 9(03).
015200     05  vndUnitPriceI           PIC 9(05)V99.
015300 FD  catalogFile.
015400 01  catalogDetailsI.
015500     05  catCourseI              PIC X(08).
015600     05  catTitleI               PIC X(20).
015700     05  catHoursI               PIC 9(02).
015800 FD  courseHistFile.
015900 01  courseHistDetails.
016000     05  hstStudentName          PIC A(20).
016100     05  hstCourse               PIC X(08).
016200     05  hstCreditHours          PIC 9(02).
016300     05  hstGrade                PIC X(01).
016400     05  hstTerm                 PIC X(05).
016500 FD  reportFile.
016600 01  reportRecord                PIC X(70).
016700 WORKING-STORAGE SECTION.
016800*----------------------------------------------------------------
016900* FILE STATUS AND RUN FIELDS
017000*----------------------------------------------------------------
017100 01  paramFileStatus             PIC X(02).
017200 01  vinMasterStatus             PIC X(02).
017300 01  assignFileStatus            PIC X(02).
017400 01  routeFileStatus             PIC X(02).
017500 01  stopFileStatus              PIC X(02).
017600 01  ledgerMasterStatus          PIC X(02).
017700 01  loanFileStatus              PIC X(02).
017800 01  historyFileStatus           PIC X(02).
017900 01  partFileStatus              PIC X(02).
018000 01  vendorFileStatus            PIC X(02).
018100 01  catalogFileStatus           PIC X(02).
018200 01  courseHistFileStatus        PIC X(02).
018300 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
018400 01  WS-TODAY                    PIC 9(08).
018500 01  WS-THRESHOLD                PIC 9(05) VALUE 10.
018600 01  WS-TOTAL-CHECKED            PIC 9(07) VALUE ZERO.
018700 01  WS-TOTAL-ORPHANS            PIC 9(07) VALUE ZERO.
018800 01  WS-FOUND-SW                 PIC X(01).
018900     88  KEY-FOUND                       VALUE "Y".
019000     88  KEY-NOT-FOUND                   VALUE "N".
019100*----------------------------------------------------------------
019200* THE RELATIONSHIPS SWEPT - TITLE AND REJECT.LOG REASON CODE,
019300* WITH THE NIGHT'S COUNTS. AN UNCHECKED RELATIONSHIP (ITS PARENT
019400* FILE UNREADABLE OR TOO BIG FOR ITS TABLE) CARRIES THE REASON.
019500*----------------------------------------------------------------
019600 78  XREFCHK-RELATION-COUNT      VALUE 5.
019700 01  WS-RELATION-VALUES.
019800     05  FILLER PIC X(40) VALUE
019900         "L10.ASG VIN ON LAB22.IDX            XVIN".
020000     05  FILLER PIC X(40) VALUE
020100         "L10.STP LINE ACTIVE ON L10.in       XSTP".
020200     05  FILLER PIC X(40) VALUE
020300         "LAB30.LIX LOAN ON lab30.in          XLIX".
020400     05  FILLER PIC X(40) VALUE
020500         "LAB25.VND PART ON lab25.in          XVND".
020600     05  FILLER PIC X(40) VALUE
020700         "lab36.hst COURSE ON LAB36.CAT       XCRS".
020800 01  WS-RELATION-TABLE REDEFINES WS-RELATION-VALUES.
020900     05  WS-RELATION-ENTRY OCCURS XREFCHK-RELATION-COUNT TIMES.
021000         10  WS-REL-TITLE        PIC X(36).
021100         10  WS-REL-CODE         PIC X(04).
021200 01  WS-RELATION-COUNTS.
021300     05  WS-RELATION-COUNT-ENTRY OCCURS XREFCHK-RELATION-COUNT
021400             TIMES.
021500         10  WS-REL-CHECKED      PIC 9(07).
021600         10  WS-REL-ORPHANS      PIC 9(07).
021700         10  WS-REL-SKIP-REASON  PIC X(30).
021800 01  WS-REL-SUB                  PIC 9(02) COMP.
021900 78  XREFCHK-VIN-RELATION        VALUE 1.
022000 78  XREFCHK-STOP-RELATION       VALUE 2.
022100 78  XREFCHK-LEDGER-RELATION     VALUE 3.
022200 78  XREFCHK-VENDOR-RELATION     VALUE 4.
022300 78  XREFCHK-COURSE-RELATION     VALUE 5.
022400*----------------------------------------------------------------
022500* PARENT KEYS LOADED FOR THE SEQUENTIAL MASTERS. LAB22.IDX IS
022600* KEYED AND IS READ DIRECTLY INSTEAD.
022700*----------------------------------------------------------------
022800 78  XREFCHK-MAX-ROUTES          VALUE 999.
022900 01  WS-ROUTE-COUNT              PIC 9(04) COMP VALUE ZERO.
023000 01  WS-ROUTE-TABLE.
023100     05  WS-ROUTE-ENTRY OCCURS XREFCHK-MAX-ROUTES TIMES.
023200         10  WS-RTE-LINE         PIC 9(03).
023300         10  WS-RTE-STATUS       PIC X(01).
023400 78  XREFCHK-MAX-LOANS           VALUE 3000.
023500 01  WS-LOAN-COUNT               PIC 9(04) COMP VALUE ZERO.
023600 01  WS-LOAN-TABLE.
023700     05  WS-LOAN-ENTRY OCCURS XREFCHK-MAX-LOANS TIMES.
023800         10  WS-LN-KEY           PIC 9(06).
023900 78  XREFCHK-MAX-PARTS           VALUE 1000.
024000 01  WS-PART-COUNT               PIC 9(04) COMP VALUE ZERO.
024100 01  WS-PART-TABLE.
024200     05  WS-PART-ENTRY OCCURS XREFCHK-MAX-PARTS TIMES.
024300         10  WS-PRT-NUMBER       PIC X(06).
024400 78  XREFCHK-MAX-COURSES         VALUE 1000.
024500 01  WS-COURSE-COUNT             PIC 9(04) COMP VALUE ZERO.
024600 01  WS-COURSE-TABLE.
024700     05  WS-COURSE-ENTRY OCCURS XREFCHK-MAX-COURSES TIMES.
024800         10  WS-CRS-CODE         PIC X(08).
024900 01  WS-TBL-SUB                  PIC 9(04) COMP.
025000 01  WS-TBL-HIT                  PIC 9(04) COMP.
025100 01  WS-TABLE-FULL-SW            PIC X(01).
025200     88  TABLE-FULL                      VALUE "Y".
025300     88  TABLE-NOT-FULL                  VALUE "N".
025400 01  WS-SEARCH-LINE              PIC 9(03).
025500 01  WS-SEARCH-LOAN-KEY          PIC 9(06).
025600 01  WS-SEARCH-LOAN-KEY-R REDEFINES WS-SEARCH-LOAN-KEY.
025700     05  WS-SEARCH-FACULTY       PIC 9(03).
025800     05  WS-SEARCH-LOAN-ID       PIC 9(03).
025900 01  WS-SEARCH-PART              PIC X(06).
026000 01  WS-SEARCH-COURSE            PIC X(08).
026100*----------------------------------------------------------------
026200* REPORT LINES
026300*----------------------------------------------------------------
026400 01  WS-XRF-HEADING.
026500     05  FILLER                  PIC X(38)
026600         VALUE "  RELATIONSHIP".
026700     05  FILLER                  PIC X(30)
026800         VALUE "CODE  CHECKED  ORPHANS".
026900 01  WS-XRF-DETAIL.
027000     05  FILLER                  PIC X(02) VALUE SPACES.
027100     05  WS-XRF-TITLE            PIC X(36).
027200     05  WS-XRF-CODE             PIC X(04).
027300     05  FILLER                  PIC X(02) VALUE SPACES.
027400     05  WS-XRF-CHECKED          PIC 9(07).
027500     05  FILLER                  PIC X(02) VALUE SPACES.
027600     05  WS-XRF-ORPHANS          PIC 9(07).
027700 01  WS-XRF-SKIPPED REDEFINES WS-XRF-DETAIL.
027800     05  FILLER                  PIC X(42).
027900     05  WS-XRF-SKIP-TEXT        PIC X(18).
028000*----------------------------------------------------------------
028100* CALL INTERFACES TO THE SHARED REJECT-LOG, AUDIT-LOG, AND
028200* RUN-STATUS SUBPROGRAMS
028300*----------------------------------------------------------------
028400 COPY "rejparm.cpy".
028500 COPY "auditparm.cpy".
028600 COPY "rstparm.cpy".
028700 PROCEDURE DIVISION.
028800*----------------------------------------------------------------
028900 0000-MAINLINE.
029000*----------------------------------------------------------------
029100     PERFORM 0100-CHECK-STEP-RESTART
029200         THRU 0100-CHECK-STEP-RESTART-EXIT.
029300     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
029400     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
029500     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
029600     PERFORM 1000-GET-THRESHOLD
029700         THRU 1000-GET-THRESHOLD-EXIT.
029800     INITIALIZE WS-RELATION-COUNTS.
029900
030000     PERFORM 2000-CHECK-ASSIGNED-VINS
030100         THRU 2000-CHECK-ASSIGNED-VINS-EXIT.
030200     PERFORM 3000-CHECK-ROUTE-STOPS
030300         THRU 3000-CHECK-ROUTE-STOPS-EXIT.
030400     PERFORM 4000-CHECK-LOAN-LEDGER
030500         THRU 4000-CHECK-LOAN-LEDGER-EXIT.
030600     PERFORM 5000-CHECK-VENDOR-PARTS
030700         THRU 5000-CHECK-VENDOR-PARTS-EXIT.
030800     PERFORM 6000-CHECK-HISTORY-COURSES
030900         THRU 6000-CHECK-HISTORY-COURSES-EXIT.
031000
031100     PERFORM 7000-WRITE-REPORT
031200         THRU 7000-WRITE-REPORT-EXIT.
031300     DISPLAY WS-TOTAL-CHECKED " cross-file reference(s) checked, "
031400         WS-TOTAL-ORPHANS " orphan(s) on REJECT.LOG (threshold "
031500         WS-THRESHOLD ")".
031600     IF WS-TOTAL-ORPHANS > WS-THRESHOLD
031700         DISPLAY "** ORPHANS EXCEED THE XREFCHK.PRM THRESHOLD - "
031800             "SEE XREFCHK.RPT **"
031900         MOVE 8 TO WS-FINAL-RETURN-CODE
032000     END-IF.
032100
032200     MOVE "XREFCHK" TO AUDIT-PROGRAM-NAME.
032300     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
032400     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
032500     MOVE WS-TOTAL-CHECKED TO AUDIT-RECORDS-READ.
032600     MOVE WS-TOTAL-ORPHANS TO AUDIT-RECORDS-WRITTEN.
032700     MOVE SPACES TO AUDIT-USER-ID.
032800     CALL "AUDITLOG" USING AUDIT-PARM.
032900*    THE SWEEP HAS DONE ITS WORK WHATEVER IT FOUND, AND A RERUN
033000*    WOULD LOG EVERY ORPHAN TO REJECT.LOG A SECOND TIME - SO THE
033100*    STEP IS ALWAYS RECORDED COMPLETE.
033200     PERFORM 9100-RECORD-STEP-COMPLETE
033300         THRU 9100-RECORD-STEP-COMPLETE-EXIT.
033400*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
033500     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
033600     STOP RUN.
033700*----------------------------------------------------------------
033800 0100-CHECK-STEP-RESTART.
033900*    ON A RESTART SUBMIT (THE JOB'S .RST NAMES TODAY) A STEP THAT
034000*    ALREADY COMPLETED TONIGHT SKIPS ITSELF, SO THE CHAIN
034100*    RESUMES AT THE FIRST INCOMPLETE STEP INSTEAD OF REDOING
034200*    FINISHED WORK. A NORMAL SUBMIT NEVER SKIPS.
034300*----------------------------------------------------------------
034400     SET RSTAT-SHOULD-SKIP TO TRUE.
034500     MOVE FUNCTION CURRENT-DATE(1:8) TO RSTAT-BUSINESS-DATE.
034600     MOVE "XREFCHK" TO RSTAT-STEP-NAME.
034700     CALL "RUNSTAT" USING RSTAT-PARM.
034800     IF RSTAT-STEP-DONE
034900         DISPLAY "XREFCHK already complete for "
035000             RSTAT-BUSINESS-DATE " - restart skip"
035100         STOP RUN
035200     END-IF.
035300 0100-CHECK-STEP-RESTART-EXIT.
035400     EXIT.
035500*----------------------------------------------------------------
035600 1000-GET-THRESHOLD.
035700*    THE ORPHAN COUNT THE NIGHT TOLERATES BEFORE THE STEP FAILS.
035800*    A MISSING XREFCHK.PRM LEAVES THE DEFAULT OF 10.
035900*----------------------------------------------------------------
036000     OPEN INPUT paramFile.
036100     IF paramFileStatus = "00"
036200         READ paramFile
036300             AT END
036400                 CONTINUE
036500             NOT AT END
036600                 IF paramThreshold IS NUMERIC
036700                     MOVE paramThreshold TO WS-THRESHOLD
036800                 END-IF
036900         END-READ
037000     END-IF.
037100     CLOSE paramFile.
037200 1000-GET-THRESHOLD-EXIT.
037300     EXIT.
037400*----------------------------------------------------------------
037500 2000-CHECK-ASSIGNED-VINS.
037600*    EVERY VEHICLE ASSIGNED TO A LINE MUST STILL BE ON THE VIN
037700*    MASTER - A DIRECT KEYED READ PER ASSIGNMENT.
037800*----------------------------------------------------------------
037900     MOVE XREFCHK-VIN-RELATION TO WS-REL-SUB.
038000     OPEN INPUT vinMaster.
038100     IF vinMasterStatus NOT = "00"
038200         MOVE "LAB22.IDX UNAVAILABLE"
038300             TO WS-REL-SKIP-REASON(WS-REL-SUB)
038400         GO TO 2000-CHECK-ASSIGNED-VINS-EXIT
038500     END-IF.
038600     OPEN INPUT assignFile.
038700     IF assignFileStatus = "00"
038800         PERFORM FOREVER
038900             READ assignFile
039000                 AT END
039100                 EXIT PERFORM
039200             END-READ
039300             ADD 1 TO WS-REL-CHECKED(WS-REL-SUB)
039400             MOVE asgVinI TO vinNumber
039500             READ vinMaster
039600                 KEY IS vinNumber
039700                 INVALID KEY
039800                     MOVE SPACES TO REJ-RECORD-KEY
039900                     STRING asgLineI " " asgVinI DELIMITED BY SIZE
040000                         INTO REJ-RECORD-KEY
040100                     MOVE "Assigned VIN not on LAB22.IDX"
040200                         TO REJ-REASON-TEXT
040300                     PERFORM 8000-LOG-ONE-ORPHAN
040400                         THRU 8000-LOG-ONE-ORPHAN-EXIT
040500             END-READ
040600         END-PERFORM
040700     END-IF.
040800     CLOSE assignFile.
040900     CLOSE vinMaster.
041000 2000-CHECK-ASSIGNED-VINS-EXIT.
041100     EXIT.
041200*----------------------------------------------------------------
041300 3000-CHECK-ROUTE-STOPS.
041400*    A STOP MUST BELONG TO A LINE ON THE ROUTE MASTER, AND THE
041500*    LINE MUST NOT BE RETIRED (STATUS I, SET BY L10UPD).
041600*----------------------------------------------------------------
041700     MOVE XREFCHK-STOP-RELATION TO WS-REL-SUB.
041800     SET TABLE-NOT-FULL TO TRUE.
041900     OPEN INPUT routeFile.
042000     IF routeFileStatus NOT = "00"
042100         MOVE "L10.in UNAVAILABLE"
042200             TO WS-REL-SKIP-REASON(WS-REL-SUB)
042300         CLOSE routeFile
042400         GO TO 3000-CHECK-ROUTE-STOPS-EXIT
042500     END-IF.
042600     PERFORM FOREVER
042700         READ routeFile
042800             AT END
042900             EXIT PERFORM
043000         END-READ
043100         IF rteTrailerLiteralI NOT = "TRAILER"
043200             IF WS-ROUTE-COUNT < XREFCHK-MAX-ROUTES
043300                 ADD 1 TO WS-ROUTE-COUNT
043400                 MOVE rteLineNumberI
043500                     TO WS-RTE-LINE(WS-ROUTE-COUNT)
043600                 MOVE rteLineStatusI
043700                     TO WS-RTE-STATUS(WS-ROUTE-COUNT)
043800             ELSE
043900                 SET TABLE-FULL TO TRUE
044000             END-IF
044100         END-IF
044200     END-PERFORM.
044300     CLOSE routeFile.
044400     IF TABLE-FULL
044500         MOVE "L10.in TOO LARGE FOR TABLE"
044600             TO WS-REL-SKIP-REASON(WS-REL-SUB)
044700         GO TO 3000-CHECK-ROUTE-STOPS-EXIT
044800     END-IF.
044900
045000     OPEN INPUT stopFile.
045100     IF stopFileStatus = "00"
045200         PERFORM FOREVER
045300             READ stopFile
045400                 AT END
045500                 EXIT PERFORM
045600             END-READ
045700             ADD 1 TO WS-REL-CHECKED(WS-REL-SUB)
045800             PERFORM 3100-CHECK-ONE-STOP
045900                 THRU 3100-CHECK-ONE-STOP-EXIT
046000         END-PERFORM
046100     END-IF.
046200     CLOSE stopFile.
046300 3000-CHECK-ROUTE-STOPS-EXIT.
046400     EXIT.
046500*----------------------------------------------------------------
046600 3100-CHECK-ONE-STOP.
046700*----------------------------------------------------------------
046800     MOVE stpLineI TO WS-SEARCH-LINE.
046900     SET KEY-NOT-FOUND TO TRUE.
047000     PERFORM 3110-MATCH-ONE-ROUTE
047100         THRU 3110-MATCH-ONE-ROUTE-EXIT
047200         VARYING WS-TBL-SUB FROM 1 BY 1
047300         UNTIL WS-TBL-SUB > WS-ROUTE-COUNT
047400         OR KEY-FOUND.
047500     IF KEY-FOUND
047600         AND WS-RTE-STATUS(WS-TBL-HIT) NOT = "I"
047700         GO TO 3100-CHECK-ONE-STOP-EXIT
047800     END-IF.
047900     MOVE SPACES TO REJ-RECORD-KEY.
048000     STRING stpLineI "-" stpSeqI " " stpNameI DELIMITED BY SIZE
048100         INTO REJ-RECORD-KEY.
048200     IF KEY-FOUND
048300         MOVE "Stop for a retired line" TO REJ-REASON-TEXT
048400     ELSE
048500         MOVE "Stop for a line not on L10.in" TO REJ-REASON-TEXT
048600     END-IF.
048700     PERFORM 8000-LOG-ONE-ORPHAN
048800         THRU 8000-LOG-ONE-ORPHAN-EXIT.
048900 3100-CHECK-ONE-STOP-EXIT.
049000     EXIT.
049100*----------------------------------------------------------------
049200 3110-MATCH-ONE-ROUTE.
049300*----------------------------------------------------------------
049400     IF WS-RTE-LINE(WS-TBL-SUB) = WS-SEARCH-LINE
049500         SET KEY-FOUND TO TRUE
049600         MOVE WS-TBL-SUB TO WS-TBL-HIT
049700     END-IF.
049800 3110-MATCH-ONE-ROUTE-EXIT.
049900     EXIT.
050000*----------------------------------------------------------------
050100 4000-CHECK-LOAN-LEDGER.
050200*    A LEDGER ROW MUST HAVE ITS LOAN ON lab30.in - OR ON THE
050300*    LAB30.HIST ARCHIVE, SINCE AN ARCHIVED LOAN KEEPS ITS ROW.
050400*----------------------------------------------------------------
050500     MOVE XREFCHK-LEDGER-RELATION TO WS-REL-SUB.
050600     SET TABLE-NOT-FULL TO TRUE.
050700     OPEN INPUT loanFile.
050800     IF loanFileStatus NOT = "00"
050900         MOVE "lab30.in UNAVAILABLE"
051000             TO WS-REL-SKIP-REASON(WS-REL-SUB)
051100         CLOSE loanFile
051200         GO TO 4000-CHECK-LOAN-LEDGER-EXIT
051300     END-IF.
051400     PERFORM FOREVER
051500         READ loanFile
051600             AT END
051700             EXIT PERFORM
051800         END-READ
051900         IF loanTrailerLiteralI NOT = "TRAILER"
052000             MOVE loanFacultyNumberI TO WS-SEARCH-FACULTY
052100             MOVE loanIdI TO WS-SEARCH-LOAN-ID
052200             PERFORM 4200-ADD-ONE-LOAN
052300                 THRU 4200-ADD-ONE-LOAN-EXIT
052400         END-IF
052500     END-PERFORM.
052600     CLOSE loanFile.
052700     OPEN INPUT historyFile.
052800     IF historyFileStatus = "00"
052900         PERFORM FOREVER
053000             READ historyFile
053100                 AT END
053200                 EXIT PERFORM
053300             END-READ
053400             MOVE histFacultyNumber TO WS-SEARCH-FACULTY
053500             MOVE histLoanId TO WS-SEARCH-LOAN-ID
053600             PERFORM 4200-ADD-ONE-LOAN
053700                 THRU 4200-ADD-ONE-LOAN-EXIT
053800         END-PERFORM
053900     END-IF.
054000     CLOSE historyFile.
054100     IF TABLE-FULL
054200         MOVE "LOANS TOO MANY FOR TABLE"
054300             TO WS-REL-SKIP-REASON(WS-REL-SUB)
054400         GO TO 4000-CHECK-LOAN-LEDGER-EXIT
054500     END-IF.
054600
054700     OPEN INPUT ledgerMaster.
054800     IF ledgerMasterStatus NOT = "00"
054900         MOVE "LAB30.LIX UNAVAILABLE"
055000             TO WS-REL-SKIP-REASON(WS-REL-SUB)
055100         GO TO 4000-CHECK-LOAN-LEDGER-EXIT
055200     END-IF.
055300     PERFORM FOREVER
055400         READ ledgerMaster NEXT RECORD
055500             AT END
055600             EXIT PERFORM
055700         END-READ
055800         ADD 1 TO WS-REL-CHECKED(WS-REL-SUB)
055900         MOVE lixFacultyNumber TO WS-SEARCH-FACULTY
056000         MOVE lixLoanId TO WS-SEARCH-LOAN-ID
056100         PERFORM 4100-FIND-LOAN
056200             THRU 4100-FIND-LOAN-EXIT
056300         IF KEY-NOT-FOUND
056400             MOVE SPACES TO REJ-RECORD-KEY
056500             STRING lixFacultyNumber "-" lixLoanId
056600                 DELIMITED BY SIZE
056700                 INTO REJ-RECORD-KEY
056800             MOVE "Ledger row with no loan on lab30.in"
056900                 TO REJ-REASON-TEXT
057000             PERFORM 8000-LOG-ONE-ORPHAN
057100                 THRU 8000-LOG-ONE-ORPHAN-EXIT
057200         END-IF
057300     END-PERFORM.
057400     CLOSE ledgerMaster.
057500 4000-CHECK-LOAN-LEDGER-EXIT.
057600     EXIT.
057700*----------------------------------------------------------------
057800 4100-FIND-LOAN.
057900*----------------------------------------------------------------
058000     SET KEY-NOT-FOUND TO TRUE.
058100     PERFORM 4110-MATCH-ONE-LOAN
058200         THRU 4110-MATCH-ONE-LOAN-EXIT
058300         VARYING WS-TBL-SUB FROM 1 BY 1
058400         UNTIL WS-TBL-SUB > WS-LOAN-COUNT
058500         OR KEY-FOUND.
058600 4100-FIND-LOAN-EXIT.
058700     EXIT.
058800*----------------------------------------------------------------
058900 4110-MATCH-ONE-LOAN.
059000*----------------------------------------------------------------
059100     IF WS-LN-KEY(WS-TBL-SUB) = WS-SEARCH-LOAN-KEY
059200         SET KEY-FOUND TO TRUE
059300     END-IF.
059400 4110-MATCH-ONE-LOAN-EXIT.
059500     EXIT.
059600*----------------------------------------------------------------
059700 4200-ADD-ONE-LOAN.
059800*----------------------------------------------------------------
059900     IF WS-LOAN-COUNT < XREFCHK-MAX-LOANS
060000         ADD 1 TO WS-LOAN-COUNT
060100         MOVE WS-SEARCH-LOAN-KEY TO WS-LN-KEY(WS-LOAN-COUNT)
060200     ELSE
060300         SET TABLE-FULL TO TRUE
060400     END-IF.
060500 4200-ADD-ONE-LOAN-EXIT.
060600     EXIT.
060700*----------------------------------------------------------------
060800 5000-CHECK-VENDOR-PARTS.
060900*    EVERY PART A VENDOR QUOTES MUST STILL BE ON THE PARTS FILE.
061000*----------------------------------------------------------------
061100     MOVE XREFCHK-VENDOR-RELATION TO WS-REL-SUB.
061200     SET TABLE-NOT-FULL TO TRUE.
061300     OPEN INPUT partFile.
061400     IF partFileStatus NOT = "00"
061500         MOVE "lab25.in UNAVAILABLE"
061600             TO WS-REL-SKIP-REASON(WS-REL-SUB)
061700         CLOSE partFile
061800         GO TO 5000-CHECK-VENDOR-PARTS-EXIT
061900     END-IF.
062000     PERFORM FOREVER
062100         READ partFile
062200             AT END
062300             EXIT PERFORM
062400         END-READ
062500         IF WS-PART-COUNT < XREFCHK-MAX-PARTS
062600             ADD 1 TO WS-PART-COUNT
062700             MOVE batchPartNumber TO WS-PRT-NUMBER(WS-PART-COUNT)
062800         ELSE
062900             SET TABLE-FULL TO TRUE
063000         END-IF
063100     END-PERFORM.
063200     CLOSE partFile.
063300     IF TABLE-FULL
063400         MOVE "lab25.in TOO LARGE FOR TABLE"
063500             TO WS-REL-SKIP-REASON(WS-REL-SUB)
063600         GO TO 5000-CHECK-VENDOR-PARTS-EXIT
063700     END-IF.
063800
063900     OPEN INPUT vendorFile.
064000     IF vendorFileStatus = "00"
064100         PERFORM FOREVER
064200             READ vendorFile
064300                 AT END
064400                 EXIT PERFORM
064500             END-READ
064600             ADD 1 TO WS-REL-CHECKED(WS-REL-SUB)
064700             MOVE vndPartNumberI TO WS-SEARCH-PART
064800             SET KEY-NOT-FOUND TO TRUE
064900             PERFORM 5100-MATCH-ONE-PART
065000                 THRU 5100-MATCH-ONE-PART-EXIT
065100                 VARYING WS-TBL-SUB FROM 1 BY 1
065200                 UNTIL WS-TBL-SUB > WS-PART-COUNT
065300                 OR KEY-FOUND
065400             IF KEY-NOT-FOUND
065500                 MOVE SPACES TO REJ-RECORD-KEY
065600                 STRING vndVendorCodeI " " vndPartNumberI
065700                     DELIMITED BY SIZE
065800                     INTO REJ-RECORD-KEY
065900                 MOVE "Vendor row for a part not on lab25.in"
066000                     TO REJ-REASON-TEXT
066100                 PERFORM 8000-LOG-ONE-ORPHAN
066200                     THRU 8000-LOG-ONE-ORPHAN-EXIT
066300             END-IF
066400         END-PERFORM
066500     END-IF.
066600     CLOSE vendorFile.
066700 5000-CHECK-VENDOR-PARTS-EXIT.
066800     EXIT.
066900*----------------------------------------------------------------
067000 5100-MATCH-ONE-PART.
067100*----------------------------------------------------------------
067200     IF WS-PRT-NUMBER(WS-TBL-SUB) = WS-SEARCH-PART
067300         SET KEY-FOUND TO TRUE
067400     END-IF.
067500 5100-MATCH-ONE-PART-EXIT.
067600     EXIT.
067700*----------------------------------------------------------------
067800 6000-CHECK-HISTORY-COURSES.
067900*    EVERY COURSE ON A STUDENT'S HISTORY MUST BE IN THE CATALOG.
068000*    THE STUDENT NAME IS THE REJECT KEY; COURSE AND TERM GO IN
068100*    THE REASON TEXT.
068200*----------------------------------------------------------------
068300     MOVE XREFCHK-COURSE-RELATION TO WS-REL-SUB.
068400     SET TABLE-NOT-FULL TO TRUE.
068500     OPEN INPUT catalogFile.
068600     IF catalogFileStatus NOT = "00"
068700         MOVE "LAB36.CAT UNAVAILABLE"
068800             TO WS-REL-SKIP-REASON(WS-REL-SUB)
068900         CLOSE catalogFile
069000         GO TO 6000-CHECK-HISTORY-COURSES-EXIT
069100     END-IF.
069200     PERFORM FOREVER
069300         READ catalogFile
069400             AT END
069500             EXIT PERFORM
069600         END-READ
069700         IF WS-COURSE-COUNT < XREFCHK-MAX-COURSES
069800             ADD 1 TO WS-COURSE-COUNT
069900             MOVE catCourseI TO WS-CRS-CODE(WS-COURSE-COUNT)
070000         ELSE
070100             SET TABLE-FULL TO TRUE
070200         END-IF
070300     END-PERFORM.
070400     CLOSE catalogFile.
070500     IF TABLE-FULL
070600         MOVE "LAB36.CAT TOO LARGE FOR TABLE"
070700             TO WS-REL-SKIP-REASON(WS-REL-SUB)
070800         GO TO 6000-CHECK-HISTORY-COURSES-EXIT
070900     END-IF.
071000
071100     OPEN INPUT courseHistFile.
071200     IF courseHistFileStatus = "00"
071300         PERFORM FOREVER
071400             READ courseHistFile
071500                 AT END
071600                 EXIT PERFORM
071700             END-READ
071800             ADD 1 TO WS-REL-CHECKED(WS-REL-SUB)
071900             MOVE hstCourse TO WS-SEARCH-COURSE
072000             SET KEY-NOT-FOUND TO TRUE
072100             PERFORM 6100-MATCH-ONE-COURSE
072200                 THRU 6100-MATCH-ONE-COURSE-EXIT
072300                 VARYING WS-TBL-SUB FROM 1 BY 1
072400                 UNTIL WS-TBL-SUB > WS-COURSE-COUNT
072500                 OR KEY-FOUND
072600             IF KEY-NOT-FOUND
072700                 MOVE hstStudentName TO REJ-RECORD-KEY
072800                 MOVE SPACES TO REJ-REASON-TEXT
072900                 STRING "Course " hstCourse " (" hstTerm
073000                     ") not on LAB36.CAT" DELIMITED BY SIZE
073100                     INTO REJ-REASON-TEXT
073200                 PERFORM 8000-LOG-ONE-ORPHAN
073300                     THRU 8000-LOG-ONE-ORPHAN-EXIT
073400             END-IF
073500         END-PERFORM
073600     END-IF.
073700     CLOSE courseHistFile.
073800 6000-CHECK-HISTORY-COURSES-EXIT.
073900     EXIT.
074000*----------------------------------------------------------------
074100 6100-MATCH-ONE-COURSE.
074200*----------------------------------------------------------------
074300     IF WS-CRS-CODE(WS-TBL-SUB) = WS-SEARCH-COURSE
074400         SET KEY-FOUND TO TRUE
074500     END-IF.
074600 6100-MATCH-ONE-COURSE-EXIT.
074700     EXIT.
074800*----------------------------------------------------------------
074900 7000-WRITE-REPORT.
075000*    ONE LINE PER RELATIONSHIP, THEN THE TOTALS AND THRESHOLD.
075100*----------------------------------------------------------------
075200     OPEN OUTPUT reportFile.
075300     MOVE SPACES TO reportRecord.
075400     STRING "CROSS-FILE REFERENTIAL INTEGRITY SWEEP - "
075500            DELIMITED BY SIZE
075600            WS-TODAY DELIMITED BY SIZE
075700         INTO reportRecord.
075800     WRITE reportRecord.
075900     MOVE WS-XRF-HEADING TO reportRecord.
076000     WRITE reportRecord.
076100     PERFORM 7100-REPORT-ONE-RELATION
076200         THRU 7100-REPORT-ONE-RELATION-EXIT
076300         VARYING WS-REL-SUB FROM 1 BY 1
076400         UNTIL WS-REL-SUB > XREFCHK-RELATION-COUNT.
076500     MOVE SPACES TO reportRecord.
076600     STRING WS-TOTAL-CHECKED DELIMITED BY SIZE
076700            " CHECKED, " DELIMITED BY SIZE
076800            WS-TOTAL-ORPHANS DELIMITED BY SIZE
076900            " ORPHAN(S), THRESHOLD " DELIMITED BY SIZE
077000            WS-THRESHOLD DELIMITED BY SIZE
077100         INTO reportRecord.
077200     WRITE reportRecord.
077300     CLOSE reportFile.
077400 7000-WRITE-REPORT-EXIT.
077500     EXIT.
077600*----------------------------------------------------------------
077700 7100-REPORT-ONE-RELATION.
077800*    A RELATIONSHIP THAT COULD NOT BE CHECKED SAYS WHY AND MOVES
077900*    THE STEP TO CONDITION CODE 4 AT LEAST.
078000*----------------------------------------------------------------
078100     MOVE WS-REL-TITLE(WS-REL-SUB) TO WS-XRF-TITLE.
078200     MOVE WS-REL-CODE(WS-REL-SUB) TO WS-XRF-CODE.
078300     MOVE WS-REL-CHECKED(WS-REL-SUB) TO WS-XRF-CHECKED.
078400     MOVE WS-REL-ORPHANS(WS-REL-SUB) TO WS-XRF-ORPHANS.
078500     MOVE WS-XRF-DETAIL TO reportRecord.
078600     WRITE reportRecord.
078700     ADD WS-REL-CHECKED(WS-REL-SUB) TO WS-TOTAL-CHECKED.
078800     IF WS-REL-SKIP-REASON(WS-REL-SUB) NOT = SPACES
078900         MOVE SPACES TO reportRecord
079000         STRING "    NOT CHECKED - " DELIMITED BY SIZE
079100                WS-REL-SKIP-REASON(WS-REL-SUB) DELIMITED BY SIZE
079200             INTO reportRecord
079300         WRITE reportRecord
079400         DISPLAY "** " WS-REL-CODE(WS-REL-SUB)
079500             " NOT CHECKED ** " WS-REL-SKIP-REASON(WS-REL-SUB)
079600         IF WS-FINAL-RETURN-CODE < 4
079700             MOVE 4 TO WS-FINAL-RETURN-CODE
079800         END-IF
079900     END-IF.
080000 7100-REPORT-ONE-RELATION-EXIT.
080100     EXIT.
080200*----------------------------------------------------------------
080300 8000-LOG-ONE-ORPHAN.
080400*    THE CALLER HAS SET THE KEY AND TEXT; THE REASON CODE IS THE
080500*    CURRENT RELATIONSHIP'S.
080600*----------------------------------------------------------------
080700     ADD 1 TO WS-REL-ORPHANS(WS-REL-SUB).
080800     ADD 1 TO WS-TOTAL-ORPHANS.
080900     MOVE "XREFCHK" TO REJ-PROGRAM-NAME.
081000     MOVE WS-REL-CODE(WS-REL-SUB) TO REJ-REASON-CODE.
081100     CALL "REJECTLOG" USING REJECT-PARM.
081200 8000-LOG-ONE-ORPHAN-EXIT.
081300     EXIT.
081400*----------------------------------------------------------------
081500 9100-RECORD-STEP-COMPLETE.
081600*    A CLEAN FINISH GOES ON THE RUN-STATUS FILE SO A RESTART
081700*    SUBMIT CAN SKIP THIS STEP.
081800*----------------------------------------------------------------
081900     SET RSTAT-RECORD-COMPLETE TO TRUE.
082000     MOVE FUNCTION CURRENT-DATE(1:8) TO RSTAT-BUSINESS-DATE.
082100     MOVE "XREFCHK" TO RSTAT-STEP-NAME.
082200     CALL "RUNSTAT" USING RSTAT-PARM.
082300 9100-RECORD-STEP-COMPLETE-EXIT.
082400     EXIT.
