000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB30INQ.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  LOANS - FACULTY LOAN AGING.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026  DL  INITIAL VERSION. FACULTY ACCOUNT INQUIRY. WHEN A
001100*                 MEMBER CALLED ABOUT THEIR ACCOUNT THE OPERATOR
001200*                 OPENED lab30.in, LAB30.LIX, LAB30.NHS,
001300*                 LAB30.RCT, LAB30.HIST, AND LAB30.WOR ONE AT A
001400*                 TIME. GIVEN A FACULTY NUMBER THIS PROGRAM SHOWS
001500*                 IT ALL ON ONE SCREEN - THE LAB30.FIX DETAILS
001600*                 WITH THE CREDIT LIMIT AND HEADROOM, EACH OPEN
001700*                 LOAN WITH ITS PAID-TO-DATE, AGING BUCKET, AND
001800*                 DUNNING STAGE, THE RECEIPT HISTORY, AND ANY
001900*                 CHARGED-OFF LOANS.
002000*----------------------------------------------------------------
002100* READ-ONLY - EVERY FILE IS OPENED INPUT AND NOTHING IS WRITTEN
002200* BUT THE AUDIT.LOG ENTRY FOR THE SESSION. HEADROOM IS FIGURED THE
002300* WAY LAB30ENT HOLDS A NEW LOAN TO THE LIMIT: THE LIMIT ON
002400* LAB30.FIX (OR THE DEFAULT ON THE FOURTH LAB30.PRM RECORD WHEN
002500* THE MASTER CARRIES NONE) LESS THE FACE AMOUNT OF EVERY LOAN THE
002600* MEMBER HAS ON lab30.in. THE BUCKET IS FIGURED THE WAY THE
002700* NIGHTLY LAB30 RUN FIGURES IT - FROM THE OLDEST MISSED LAB30.SCH
002800* INSTALLMENT, NET OF ANY LAB30.DEF DEFERRAL, IN THE AGEMODE LAB30
002900* TAKES FROM LAB30.CTL - AGAINST THE LAB30.PRM THRESHOLDS. WHEN
003000* LAB30.CTL CARRIES NO AGEMODE THE AGE IS IN CALENDAR DAYS.
003100*----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OPTIONAL loanFile ASSIGN TO "lab30.in"
003600         ORGANIZATION LINE SEQUENTIAL
003700         FILE STATUS IS loanFileStatus.
003800     SELECT OPTIONAL noticeHistFile ASSIGN TO "LAB30.NHS"
003900         ORGANIZATION LINE SEQUENTIAL
004000         FILE STATUS IS noticeHistFileStatus.
004100     SELECT OPTIONAL registerFile ASSIGN TO "LAB30.RCT"
004200         ORGANIZATION LINE SEQUENTIAL
004300         FILE STATUS IS registerFileStatus.
004400     SELECT OPTIONAL histFile ASSIGN TO "LAB30.HIST"
004500         ORGANIZATION LINE SEQUENTIAL
004600         FILE STATUS IS histFileStatus.
004700     SELECT OPTIONAL worFile ASSIGN TO "LAB30.WOR"
004800         ORGANIZATION LINE SEQUENTIAL
004900         FILE STATUS IS worFileStatus.
005000     SELECT OPTIONAL prmFile ASSIGN TO "LAB30.PRM"
005100         ORGANIZATION LINE SEQUENTIAL
005200         FILE STATUS IS prmFileStatus.
005300     SELECT facultyMaster ASSIGN TO "LAB30.FIX"
005400         ORGANIZATION INDEXED
005500         ACCESS MODE DYNAMIC
005600         RECORD KEY IS fixFacultyNumber
005700         FILE STATUS IS facultyMasterStatus.
005800     SELECT ledgerMaster ASSIGN TO "LAB30.LIX"
005900         ORGANIZATION INDEXED
006000         ACCESS MODE DYNAMIC
006100         RECORD KEY IS lixKey
006200         FILE STATUS IS ledgerMasterStatus.
006300     SELECT scheduleFile ASSIGN TO "LAB30.SCH"
006400         ORGANIZATION INDEXED
006500         ACCESS MODE DYNAMIC
006600         RECORD KEY IS schKey
006700         FILE STATUS IS scheduleFileStatus.
006800     SELECT OPTIONAL deferralFile ASSIGN TO "LAB30.DEF"
006900         ORGANIZATION LINE SEQUENTIAL
007000         FILE STATUS IS deferralFileStatus.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  loanFile.
007400 01  loanDetailsI.
007500     05  loanFacultyNumberI      PIC 9(03).
007600     05  loanUserNameI           PIC A(17).
007700     05  loanLoanIdI             PIC 9(03).
007800     05  FILLER                  PIC X(01).
007900     05  loanDateI.
008000         10  loanMonthI          PIC 9(02).
008100         10  loanDayI            PIC 9(02).
008200         10  loanYearI           PIC 9(04).
008300     05  FILLER                  PIC X(01).
008400     05  loanAmtI.
008500         10  loanAmtWholeI       PIC 9(04).
008600         10  loanAmtDotI         PIC X(01).
008700         10  loanAmtFracI        PIC 9(02).
008800 01  loanTrailerRecordI REDEFINES loanDetailsI.
008900     05  trailerLiteralI         PIC X(07).
009000     05  trailerCountI           PIC 9(07).
009100     05  FILLER                  PIC X(26).
009200 FD  noticeHistFile.
009300 01  noticeHistDetailsI.
009400     05  nhsFacultyNumberI       PIC 9(03).
009500     05  nhsLoanIdI              PIC 9(03).
009600     05  nhsStageI               PIC 9(01).
009700     05  nhsLastDateI            PIC 9(08).
009800*    THE RECEIPT LINE LAB30PAY AND LAB30PDC WRITE.
009900 FD  registerFile.
010000 01  registerRecord.
010100     05  rctLiteral              PIC X(08).
010200     05  rctReceipt              PIC 9(05).
010300     05  FILLER                  PIC X(02).
010400     05  rctDate                 PIC 9(08).
010500     05  FILLER                  PIC X(02).
010600     05  rctFaculty              PIC 9(03).
010700     05  FILLER                  PIC X(01).
010800     05  rctLoanId               PIC 9(03).
010900     05  FILLER                  PIC X(02).
011000     05  rctAmount.
011100         10  rctAmtWhole         PIC 9(04).
011200         10  rctAmtDot           PIC X(01).
011300         10  rctAmtFrac          PIC 9(02).
011400     05  FILLER                  PIC X(02).
011500     05  rctName                 PIC A(17).
011600     05  FILLER                  PIC X(08).
011700     05  rctStage                PIC X(01).
011800     05  FILLER                  PIC X(01).
011900     05  rctNoticeDate           PIC X(08).
012000     05  FILLER                  PIC X(01).
012100     05  rctType                 PIC X(01).
012200         88  RCT-IS-PAYMENT              VALUE "P".
012300         88  RCT-IS-RECOVERY             VALUE "R".
012400         88  RCT-IS-DEDUCTION            VALUE "D".
012500 FD  histFile.
012600 01  historyDetails.
012700     05  histFacultyNumber       PIC 9(03).
012800     05  FILLER                  PIC X(17).
012900     05  histLoanId              PIC 9(03).
013000     05  FILLER                  PIC X(10).
013100     05  histAmount              PIC X(07).
013200     05  histArchiveDate         PIC 9(08).
013300 FD  worFile.
013400 01  registerDetails.
013500     05  worMonth                PIC 9(06).
013600     05  FILLER                  PIC X(01).
013700     05  worFaculty              PIC 9(03).
013800     05  FILLER                  PIC X(01).
013900     05  worLoanId               PIC 9(03).
014000     05  FILLER                  PIC X(01).
014100     05  worAmount               PIC X(07).
014200     05  FILLER                  PIC X(01).
014300     05  worDate                 PIC 9(08).
014400     05  FILLER                  PIC X(01).
014500     05  worOperator             PIC X(08).
014600 FD  prmFile.
014700 01  prmRecord.
014800     05  prmThreshold1           PIC 9(05).
014900     05  prmThreshold2           PIC 9(05).
015000     05  prmThreshold3           PIC 9(05).
015100     05  prmThreshold4           PIC 9(05).
015200 01  prmCreditLimitRecord REDEFINES prmRecord.
015300     05  prmCreditLimit          PIC 9(05).
015400     05  FILLER                  PIC X(15).
015500 FD  facultyMaster.
015600 01  facultyIndexRec.
015700     05  fixFacultyNumber        PIC 9(03).
015800     05  fixName                 PIC A(17).
015900     05  fixDepartment           PIC X(15).
016000     05  fixPhone                PIC X(08).
016100     05  fixSepStatus            PIC X(01).
016200         88  FIX-IN-SERVICE              VALUE "A".
016300         88  FIX-SEPARATED               VALUE "S".
016400     05  fixTermDate             PIC 9(08).
016500     05  fixCreditLimit          PIC 9(05).
016600 FD  ledgerMaster.
016700 01  ledgerKeyRec.
016800     05  lixKey.
016900         10  lixFacultyNumber    PIC 9(03).
017000         10  lixLoanId           PIC 9(03).
017100     05  lixPaidToDate           PIC 9(06)V99.
017200     05  lixLastPostDate         PIC 9(08).
017300     05  lixInterestBooked       PIC 9(06)V99.
017400     05  lixFeesCharged          PIC 9(06)V99.
017500*    THE INSTALLMENT SCHEDULES LAB30ENT WRITES.
017600 FD  scheduleFile.
017700 01  scheduleRecord.
017800     05  schKey.
017900         10  schFacultyNumber    PIC 9(03).
018000         10  schLoanId           PIC 9(03).
018100         10  schInstallment      PIC 9(03).
018200     05  schDueDate              PIC 9(08).
018300     05  schAmount               PIC 9(06)V99.
018400     05  schCumulativeDue        PIC 9(06)V99.
018500     05  schFrequency            PIC X(01).
018550     05  schTerm                 PIC 9(03).
018600*    THE HARDSHIP DEFERRALS LAB30DEF MAINTAINS.
018700 FD  deferralFile.
018800 01  deferralDetails.
018900     05  defFacultyNumber        PIC 9(03).
019000     05  defLoanId               PIC 9(03).
019100     05  FILLER                  PIC X(01).
019200     05  defStartDate            PIC 9(08).
019300     05  FILLER                  PIC X(01).
019400     05  defEndDate              PIC 9(08).
019500     05  FILLER                  PIC X(01).
019600     05  defReason               PIC X(30).
019700     05  FILLER                  PIC X(01).
019800     05  defOperator             PIC X(08).
019900     05  FILLER                  PIC X(01).
020000     05  defEnteredDate          PIC 9(08).
020100 WORKING-STORAGE SECTION.
020200*----------------------------------------------------------------
020300* FILE STATUS AND RUN SWITCHES
020400*----------------------------------------------------------------
020500 01  loanFileStatus              PIC X(02).
020600 01  noticeHistFileStatus        PIC X(02).
020700 01  registerFileStatus          PIC X(02).
020800 01  histFileStatus              PIC X(02).
020900 01  worFileStatus               PIC X(02).
021000 01  prmFileStatus               PIC X(02).
021100 01  facultyMasterStatus         PIC X(02).
021200 01  ledgerMasterStatus          PIC X(02).
021300 01  scheduleFileStatus          PIC X(02).
021400 01  deferralFileStatus          PIC X(02).
021500 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
021600 01  WS-MASTER-SW                PIC X(01) VALUE "N".
021700     88  MASTER-FOUND                    VALUE "Y".
021800     88  MASTER-NOT-FOUND                VALUE "N".
021900 01  WS-LEDGER-SW                PIC X(01) VALUE "N".
022000     88  LEDGER-FOUND                    VALUE "Y".
022100     88  LEDGER-NOT-FOUND                VALUE "N".
022200 01  WS-SCHEDULE-SW              PIC X(01) VALUE "N".
022300     88  SCHEDULE-FOUND                  VALUE "Y".
022400     88  SCHEDULE-NOT-FOUND              VALUE "N".
022500 01  WS-INQUIRY-SW               PIC X(01) VALUE "N".
022600     88  INQUIRY-DONE                    VALUE "Y".
022700     88  INQUIRY-NOT-DONE                VALUE "N".
022800 01  WS-ON-MASTER-SW             PIC X(01) VALUE "N".
022900     88  ON-MASTER                       VALUE "Y".
023000     88  NOT-ON-MASTER                   VALUE "N".
023100 01  WS-INQUIRY-COUNT            PIC 9(05) VALUE ZERO.
023200*----------------------------------------------------------------
023300* THE INQUIRY
023400*----------------------------------------------------------------
023500 01  WS-FACULTY-ENTRY            PIC X(03).
023600 01  WS-FACULTY-NUMBER           PIC 9(03).
023700 01  WS-CURRENT-DATE             PIC 9(08).
023800 01  WS-CURRENT-DATE-INT         PIC 9(07).
023900*----------------------------------------------------------------
024000* AGING-BUCKET THRESHOLDS (DAYS) AND LABELS AS LAB30 USES THEM -
024100* THE FIRST LAB30.PRM RECORD OVERRIDES THE THRESHOLDS
024200*----------------------------------------------------------------
024300 01  WS-THRESHOLD-RECENT         PIC 9(05) VALUE 00030.
024400 01  WS-THRESHOLD-MID            PIC 9(05) VALUE 00365.
024500 01  WS-THRESHOLD-OLD            PIC 9(05) VALUE 01095.
024600 01  WS-THRESHOLD-HISTORY        PIC 9(05) VALUE 01825.
024700 01  WS-BUCKET-LABELS.
024800     05  FILLER PIC X(20) VALUE "0-30 DAYS".
024900     05  FILLER PIC X(20) VALUE "31-365 DAYS".
025000     05  FILLER PIC X(20) VALUE "366-1095 DAYS".
025100     05  FILLER PIC X(20) VALUE "1096-1825 DAYS".
025200     05  FILLER PIC X(20) VALUE "OVER 1825 DAYS".
025300 01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
025400     05  WS-BUCKET-LABEL         PIC X(20) OCCURS 5 TIMES.
025500 01  WS-BUCKET-SUB               PIC 9(01) COMP.
025600*----------------------------------------------------------------
025700* AGING MODE - THE AGEMODE ANSWER LAB30 TAKES FROM LAB30.CTL
025800*----------------------------------------------------------------
025900 01  WS-AGE-MODE-SW              PIC X(01) VALUE "C".
026000     88  CALENDAR-DAY-AGING              VALUE "C".
026100     88  BUSINESS-DAY-AGING              VALUE "B".
026200*----------------------------------------------------------------
026300* CREDIT LIMIT - THE DEFAULT IS LAB30ENT'S, OVERRIDDEN BY THE
026400* FOURTH LAB30.PRM RECORD
026500*----------------------------------------------------------------
026600 01  WS-DEFAULT-LIMIT            PIC 9(05) VALUE 02000.
026700 01  WS-EFFECTIVE-LIMIT          PIC 9(05).
026800 01  WS-LIMIT-SOURCE             PIC X(10).
026900 01  WS-FACE-TOTAL               PIC 9(07)V99.
027000 01  WS-HEADROOM                 PIC S9(07)V99.
027100 01  WS-LOANS-ON-FILE            PIC 9(03) COMP.
027200 01  WS-LIMIT-DISPLAY            PIC Z(04)9.
027300 01  WS-FACE-DISPLAY             PIC Z(06)9.99.
027400 01  WS-HEADROOM-DISPLAY         PIC -Z(06)9.99.
027500 01  WS-STATUS-TEXT              PIC X(30).
027600*----------------------------------------------------------------
027700* THE MEMBER'S DUNNING STAGES FROM LAB30.NHS
027800*----------------------------------------------------------------
027900 01  WS-NHS-COUNT                PIC 9(03) COMP VALUE ZERO.
028000 01  WS-NHS-SUB                  PIC 9(03) COMP.
028100 01  WS-NHS-HIT                  PIC 9(03) COMP VALUE ZERO.
028200 01  WS-NHS-TABLE.
028300     05  WS-NHS-ENTRY OCCURS 50 TIMES.
028400         10  WS-NHS-LOAN-ID      PIC 9(03).
028500         10  WS-NHS-STAGE        PIC 9(01).
028600         10  WS-NHS-LAST-DATE    PIC 9(08).
028700*----------------------------------------------------------------
028800* THE MEMBER'S CHARGED-OFF LOANS FROM LAB30.HIST, WITH THE
028900* LAB30.WOR REGISTER LINE THAT APPROVED EACH
029000*----------------------------------------------------------------
029100 01  WS-WOF-COUNT                PIC 9(03) COMP VALUE ZERO.
029200 01  WS-WOF-SUB                  PIC 9(03) COMP.
029300 01  WS-WOF-HIT                  PIC 9(03) COMP VALUE ZERO.
029400 01  WS-WOF-TABLE.
029500     05  WS-WOF-ENTRY OCCURS 50 TIMES.
029600         10  WS-WOF-LOAN-ID      PIC 9(03).
029700         10  WS-WOF-AMOUNT       PIC X(07).
029800         10  WS-WOF-ARCHIVE-DATE PIC 9(08).
029900         10  WS-WOF-REG-DATE     PIC 9(08).
030000         10  WS-WOF-OPERATOR     PIC X(08).
030100*----------------------------------------------------------------
030200* THE MEMBER'S HARDSHIP DEFERRALS FROM LAB30.DEF, IN EFFECT OR
030300* ENDED
030400*----------------------------------------------------------------
030500 01  WS-DEF-COUNT                PIC 9(03) COMP VALUE ZERO.
030600 01  WS-DEF-SUB                  PIC 9(03) COMP.
030700 01  WS-DEF-TABLE.
030800     05  WS-DEF-ENTRY OCCURS 50 TIMES.
030900         10  WS-DEF-LOAN-ID      PIC 9(03).
031000         10  WS-DEF-START-DATE   PIC 9(08).
031100         10  WS-DEF-END-DATE     PIC 9(08).
031200*----------------------------------------------------------------
031300* ONE LOAN'S FIGURES
031400*----------------------------------------------------------------
031500 01  WS-LOAN-AMT-NUM             PIC 9(04)V99.
031600 01  WS-PAYMENTS-APPLIED         PIC 9(06)V99.
031700 01  WS-FEES-CHARGED             PIC 9(06)V99.
031800 01  WS-CURRENT-BALANCE          PIC S9(06)V99.
031900 01  WS-LOAN-DATE                PIC 9(08).
032000 01  WS-AGE-IN-DAYS              PIC S9(07).
032100 01  WS-PRINCIPAL-PAID           PIC 9(06)V99.
032200 01  WS-AGE-FROM-DATE            PIC 9(08).
032300 01  WS-AGE-FROM-INT             PIC 9(07).
032400 01  WS-SCH-OLDEST-MISSED        PIC 9(08).
032500 01  WS-LOAN-SCHEDULE-SW         PIC X(01) VALUE "N".
032600     88  LOAN-HAS-SCHEDULE               VALUE "Y".
032700     88  LOAN-HAS-NO-SCHEDULE            VALUE "N".
032800 01  WS-LOAN-DEFERRED-SW         PIC X(01) VALUE "N".
032900     88  LOAN-DEFERRED                   VALUE "Y".
033000     88  LOAN-NOT-DEFERRED               VALUE "N".
033100 01  WS-DEFER-FROM-INT           PIC 9(07).
033200 01  WS-DEFER-FROM-DATE          PIC 9(08).
033300 01  WS-DEFERRED-DAYS            PIC 9(07).
033400 01  WS-OPEN-COUNT               PIC 9(03).
033500 01  WS-PAID-COUNT               PIC 9(03).
033600 01  WS-OPEN-TOTAL               PIC 9(07)V99.
033700 01  WS-OPEN-TOTAL-DISPLAY       PIC Z(06)9.99.
033800 01  WS-HIGH-STAGE               PIC 9(01).
033900 01  WS-HIGH-STAGE-LOAN          PIC 9(03).
034000 01  WS-LATEST-NOTICE            PIC 9(08).
034100 01  WS-OPEN-LINE-1.
034200     05  FILLER                  PIC X(07) VALUE "  LOAN ".
034300     05  WS-OL1-LOAN-ID          PIC 9(03).
034400     05  FILLER                  PIC X(08) VALUE "  DATED ".
034500     05  WS-OL1-DATE             PIC 9(08).
034600     05  FILLER                  PIC X(09) VALUE "  AMOUNT ".
034700     05  WS-OL1-AMOUNT           PIC Z(03)9.99.
034800     05  FILLER                  PIC X(15)
034900                                 VALUE "  PAID TO DATE ".
035000     05  WS-OL1-PAID             PIC Z(05)9.99.
035100 01  WS-OPEN-LINE-2.
035200     05  FILLER                  PIC X(12) VALUE "       FEES ".
035300     05  WS-OL2-FEES             PIC Z(05)9.99.
035400     05  FILLER                  PIC X(10) VALUE "  BALANCE ".
035500     05  WS-OL2-BALANCE          PIC Z(05)9.99.
035600     05  FILLER                  PIC X(06) VALUE "  AGE ".
035700     05  WS-OL2-AGE              PIC Z(04)9.
035800     05  FILLER                  PIC X(07) VALUE " DAYS  ".
035900     05  WS-OL2-BUCKET           PIC X(20).
036000 01  WS-OPEN-LINE-3.
036100     05  FILLER                  PIC X(21)
036200                                 VALUE "       DUNNING STAGE ".
036300     05  WS-OL3-STAGE            PIC 9(01).
036400     05  FILLER                  PIC X(14) VALUE "  LAST NOTICE ".
036500     05  WS-OL3-NOTICE           PIC 9(08).
036600*----------------------------------------------------------------
036700* THE RECEIPT AND CHARGE-OFF LINES
036800*----------------------------------------------------------------
036900 01  WS-RECEIPT-COUNT            PIC 9(05).
037000 01  WS-RECEIPT-TOTAL            PIC 9(07)V99.
037100 01  WS-RECEIPT-TOTAL-DISPLAY    PIC Z(06)9.99.
037200 01  WS-RECEIPT-LINE.
037300     05  FILLER                  PIC X(10) VALUE "  RECEIPT ".
037400     05  WS-RCL-RECEIPT          PIC 9(05).
037500     05  FILLER                  PIC X(02) VALUE SPACES.
037600     05  WS-RCL-DATE             PIC 9(08).
037700     05  FILLER                  PIC X(07) VALUE "  LOAN ".
037800     05  WS-RCL-LOAN-ID          PIC 9(03).
037900     05  FILLER                  PIC X(02) VALUE SPACES.
038000     05  WS-RCL-AMOUNT           PIC X(07).
038100     05  FILLER                  PIC X(02) VALUE SPACES.
038200     05  WS-RCL-TYPE             PIC X(17).
038300 01  WS-CHARGE-OFF-LINE.
038400     05  FILLER                  PIC X(07) VALUE "  LOAN ".
038500     05  WS-COL-LOAN-ID          PIC 9(03).
038600     05  FILLER                  PIC X(09) VALUE "  AMOUNT ".
038700     05  WS-COL-AMOUNT           PIC X(07).
038800     05  FILLER                  PIC X(14) VALUE "  CHARGED OFF ".
038900     05  WS-COL-DATE             PIC 9(08).
039000     05  WS-COL-BY-TEXT          PIC X(04).
039100     05  WS-COL-OPERATOR         PIC X(21).
039200*----------------------------------------------------------------
039300* CALL INTERFACE TO THE SHARED DATE-VALIDATION SUBPROGRAM
039400*----------------------------------------------------------------
039500 COPY "dvalparm.cpy".
039600*----------------------------------------------------------------
039700* CALL INTERFACE TO THE SHARED BUSINESS-DAY SUBPROGRAM
039800*----------------------------------------------------------------
039900 COPY "bdayparm.cpy".
040000*----------------------------------------------------------------
040100* CALL INTERFACE TO THE SHARED RUN-CONTROL SUBPROGRAM
040200*----------------------------------------------------------------
040300 COPY "rctlparm.cpy".
040400*----------------------------------------------------------------
040500* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
040600*----------------------------------------------------------------
040700 COPY "auditparm.cpy".
040800 PROCEDURE DIVISION.
040900*----------------------------------------------------------------
041000 0000-MAINLINE.
041100*----------------------------------------------------------------
041200     MOVE "LAB30INQ" TO AUDIT-PROGRAM-NAME.
041300     MOVE SPACES TO AUDIT-USER-ID.
041400     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
041500     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
041600     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
041700     COMPUTE WS-CURRENT-DATE-INT =
041800         FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
041900
042000     PERFORM 1000-GET-PARAMETERS
042100         THRU 1000-GET-PARAMETERS-EXIT.
042200     PERFORM 1100-GET-AGE-MODE
042300         THRU 1100-GET-AGE-MODE-EXIT.
042400     OPEN INPUT facultyMaster.
042500     IF facultyMasterStatus = "00"
042600         SET MASTER-FOUND TO TRUE
042700     ELSE
042800         DISPLAY "** LAB30.FIX NOT FOUND (RUN LAB30LD) - NO "
042900             "DEPARTMENT, STATUS, OR LIMIT WILL BE SHOWN **"
043000     END-IF.
043100     OPEN INPUT ledgerMaster.
043200     IF ledgerMasterStatus = "00"
043300         SET LEDGER-FOUND TO TRUE
043400     ELSE
043500         DISPLAY "** LAB30.LIX NOT FOUND (RUN LAB30LD) - PAID-TO-"
043600             "DATE WILL SHOW AS ZERO **"
043700     END-IF.
043800     OPEN INPUT scheduleFile.
043900     IF scheduleFileStatus = "00"
044000         SET SCHEDULE-FOUND TO TRUE
044100     ELSE
044200         DISPLAY "** LAB30.SCH NOT FOUND - EVERY LOAN WILL AGE "
044300             "ON ITS LOAN DATE **"
044400     END-IF.
044500
044600     PERFORM 2000-TAKE-ONE-INQUIRY
044700         THRU 2000-TAKE-ONE-INQUIRY-EXIT
044800         UNTIL INQUIRY-DONE.
044900
045000     IF MASTER-FOUND
045100         CLOSE facultyMaster
045200     END-IF.
045300     IF LEDGER-FOUND
045400         CLOSE ledgerMaster
045500     END-IF.
045600     IF SCHEDULE-FOUND
045700         CLOSE scheduleFile
045800     END-IF.
045900
046000     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
046100     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
046200     MOVE WS-INQUIRY-COUNT TO AUDIT-RECORDS-READ.
046300     MOVE ZERO TO AUDIT-RECORDS-WRITTEN.
046400     CALL "AUDITLOG" USING AUDIT-PARM.
046500*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
046600     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
046700     STOP RUN.
046800*----------------------------------------------------------------
046900 1000-GET-PARAMETERS.
047000*    THE FIRST LAB30.PRM RECORD CARRIES THE AGING THRESHOLDS AND
047100*    THE FOURTH THE DEFAULT CREDIT LIMIT. A RECORD THAT IS MISSING
047200*    OR NOT NUMERIC LEAVES THE COMPILED DEFAULTS STANDING.
047300*----------------------------------------------------------------
047400     OPEN INPUT prmFile.
047500     IF prmFileStatus NOT = "00"
047600         GO TO 1000-GET-PARAMETERS-WRAP
047700     END-IF.
047800     READ prmFile
047900         AT END GO TO 1000-GET-PARAMETERS-WRAP
048000     END-READ.
048100     IF prmThreshold1 IS NUMERIC
048200         AND prmThreshold2 IS NUMERIC
048300         AND prmThreshold3 IS NUMERIC
048400         AND prmThreshold4 IS NUMERIC
048500         MOVE prmThreshold1 TO WS-THRESHOLD-RECENT
048600         MOVE prmThreshold2 TO WS-THRESHOLD-MID
048700         MOVE prmThreshold3 TO WS-THRESHOLD-OLD
048800         MOVE prmThreshold4 TO WS-THRESHOLD-HISTORY
048900     END-IF.
049000     READ prmFile
049100         AT END GO TO 1000-GET-PARAMETERS-WRAP
049200     END-READ.
049300     READ prmFile
049400         AT END GO TO 1000-GET-PARAMETERS-WRAP
049500     END-READ.
049600     READ prmFile
049700         AT END
049800             CONTINUE
049900         NOT AT END
050000             IF prmCreditLimit IS NUMERIC
050100                 AND prmCreditLimit NOT = ZERO
050200                 MOVE prmCreditLimit TO WS-DEFAULT-LIMIT
050300             END-IF
050400     END-READ.
050500 1000-GET-PARAMETERS-WRAP.
050600     CLOSE prmFile.
050700 1000-GET-PARAMETERS-EXIT.
050800     EXIT.
050900*----------------------------------------------------------------
051000 1100-GET-AGE-MODE.
051100*    THE AGEMODE ANSWER THE NIGHTLY LAB30 RUN TAKES FROM
051200*    LAB30.CTL, SO A LOAN AGES HERE IN THE SAME CALENDAR OR
051300*    BUSINESS DAYS.
051400*    WITH NO ANSWER ON FILE THE AGE IS IN CALENDAR DAYS.
051500*----------------------------------------------------------------
051600     MOVE "LAB30" TO RCTL-PROGRAM-NAME.
051700     MOVE "AGEMODE" TO RCTL-KEYWORD.
051800     CALL "RUNCTL" USING RCTL-PARM.
051900     IF RCTL-VALUE-FOUND
052000         AND FUNCTION UPPER-CASE(RCTL-VALUE(1:1)) = "B"
052100         SET BUSINESS-DAY-AGING TO TRUE
052200         DISPLAY "Aging in business days (AGEMODE on LAB30.CTL)"
052300     ELSE
052400         SET CALENDAR-DAY-AGING TO TRUE
052500     END-IF.
052600 1100-GET-AGE-MODE-EXIT.
052700     EXIT.
052800*----------------------------------------------------------------
052900 2000-TAKE-ONE-INQUIRY.
053000*    ONE FACULTY NUMBER PER PASS. THE SEQUENTIAL FILES ARE READ
053100*    FRESH EACH TIME, SO A PAYMENT POSTED WHILE THE CALLER WAITS
053200*    SHOWS ON THE NEXT LOOK.
053300*----------------------------------------------------------------
053400     DISPLAY " ".
053500     DISPLAY "Enter faculty number (blank to quit)".
053600     MOVE SPACES TO WS-FACULTY-ENTRY.
053700     ACCEPT WS-FACULTY-ENTRY FROM CONSOLE.
053800     IF WS-FACULTY-ENTRY = SPACES
053900         SET INQUIRY-DONE TO TRUE
054000         GO TO 2000-TAKE-ONE-INQUIRY-EXIT
054100     END-IF.
054200     IF WS-FACULTY-ENTRY IS NOT NUMERIC
054300         DISPLAY WS-FACULTY-ENTRY
054400             " is not a 3-digit faculty number"
054500         GO TO 2000-TAKE-ONE-INQUIRY-EXIT
054600     END-IF.
054700     MOVE WS-FACULTY-ENTRY TO WS-FACULTY-NUMBER.
054800     ADD 1 TO WS-INQUIRY-COUNT.
054900
055000     PERFORM 2100-LOAD-NOTICE-HISTORY
055100         THRU 2100-LOAD-NOTICE-HISTORY-EXIT.
055200     PERFORM 2200-LOAD-CHARGED-OFF-LOANS
055300         THRU 2200-LOAD-CHARGED-OFF-LOANS-EXIT.
055400     PERFORM 2300-LOAD-DEFERRALS
055500         THRU 2300-LOAD-DEFERRALS-EXIT.
055600     PERFORM 3000-SHOW-FACULTY
055700         THRU 3000-SHOW-FACULTY-EXIT.
055800     IF NOT-ON-MASTER AND WS-LOANS-ON-FILE = ZERO
055900         AND WS-WOF-COUNT = ZERO
056000         DISPLAY "** FACULTY " WS-FACULTY-NUMBER " IS NOT ON "
056100             "LAB30.FIX AND HAS NO LOANS **"
056200         MOVE 4 TO WS-FINAL-RETURN-CODE
056300         GO TO 2000-TAKE-ONE-INQUIRY-EXIT
056400     END-IF.
056500     PERFORM 4000-SHOW-OPEN-LOANS
056600         THRU 4000-SHOW-OPEN-LOANS-EXIT.
056700     PERFORM 5000-SHOW-RECEIPTS
056800         THRU 5000-SHOW-RECEIPTS-EXIT.
056900     PERFORM 6000-SHOW-CHARGED-OFF-LOANS
057000         THRU 6000-SHOW-CHARGED-OFF-LOANS-EXIT.
057100 2000-TAKE-ONE-INQUIRY-EXIT.
057200     EXIT.
057300*----------------------------------------------------------------
057400 2100-LOAD-NOTICE-HISTORY.
057500*    THE MEMBER'S LOANS IN THE DUNNING CYCLE - STAGE AND THE DATE
057600*    OF THE LAST NOTICE, ONE LAB30.NHS RECORD PER LOAN.
057700*----------------------------------------------------------------
057800     MOVE ZERO TO WS-NHS-COUNT.
057900     OPEN INPUT noticeHistFile.
058000     IF noticeHistFileStatus = "00"
058100         PERFORM FOREVER
058200             READ noticeHistFile
058300                 AT END
058400                 EXIT PERFORM
058500             END-READ
058600             IF nhsFacultyNumberI = WS-FACULTY-NUMBER
058700                 AND WS-NHS-COUNT < 50
058800                 ADD 1 TO WS-NHS-COUNT
058900                 MOVE nhsLoanIdI
059000                     TO WS-NHS-LOAN-ID(WS-NHS-COUNT)
059100                 MOVE nhsStageI
059200                     TO WS-NHS-STAGE(WS-NHS-COUNT)
059300                 MOVE nhsLastDateI
059400                     TO WS-NHS-LAST-DATE(WS-NHS-COUNT)
059500             END-IF
059600         END-PERFORM
059700     END-IF.
059800     CLOSE noticeHistFile.
059900 2100-LOAD-NOTICE-HISTORY-EXIT.
060000     EXIT.
060100*----------------------------------------------------------------
060200 2200-LOAD-CHARGED-OFF-LOANS.
060300*    EVERY LOAN LAB30WOF HAS APPROVED INTO LAB30.HIST, THEN THE
060400*    DATE AND OPERATOR OF THE APPROVAL OFF THE LAB30.WOR
060500*    REGISTER. A CHARGED-OFF LOAN STAYS ON lab30.in, SO THIS IS
060600*    ALSO WHAT KEEPS IT OUT OF THE OPEN LOANS.
060700*----------------------------------------------------------------
060800     MOVE ZERO TO WS-WOF-COUNT.
060900     OPEN INPUT histFile.
061000     IF histFileStatus = "00"
061100         PERFORM FOREVER
061200             READ histFile
061300                 AT END
061400                 EXIT PERFORM
061500             END-READ
061600             IF histFacultyNumber = WS-FACULTY-NUMBER
061700                 AND WS-WOF-COUNT < 50
061800                 ADD 1 TO WS-WOF-COUNT
061900                 MOVE histLoanId
062000                     TO WS-WOF-LOAN-ID(WS-WOF-COUNT)
062100                 MOVE histAmount
062200                     TO WS-WOF-AMOUNT(WS-WOF-COUNT)
062300                 MOVE histArchiveDate
062400                     TO WS-WOF-ARCHIVE-DATE(WS-WOF-COUNT)
062500                 MOVE ZERO
062600                     TO WS-WOF-REG-DATE(WS-WOF-COUNT)
062700                 MOVE SPACES
062800                     TO WS-WOF-OPERATOR(WS-WOF-COUNT)
062900             END-IF
063000         END-PERFORM
063100     END-IF.
063200     CLOSE histFile.
063300     IF WS-WOF-COUNT = ZERO
063400         GO TO 2200-LOAD-CHARGED-OFF-LOANS-EXIT
063500     END-IF.
063600
063700     OPEN INPUT worFile.
063800     IF worFileStatus = "00"
063900         PERFORM FOREVER
064000             READ worFile
064100                 AT END
064200                 EXIT PERFORM
064300             END-READ
064400             IF worFaculty = WS-FACULTY-NUMBER
064500                 PERFORM 2210-MATCH-ONE-REGISTER-LINE
064600                     THRU 2210-MATCH-ONE-REGISTER-LINE-EXIT
064700             END-IF
064800         END-PERFORM
064900     END-IF.
065000     CLOSE worFile.
065100 2200-LOAD-CHARGED-OFF-LOANS-EXIT.
065200     EXIT.
065300*----------------------------------------------------------------
065400 2210-MATCH-ONE-REGISTER-LINE.
065500*    THE REGISTER LINE CARRIES THE AMOUNT AS APPROVED, WHICH IS
065600*    THE ONE SHOWN.
065700*----------------------------------------------------------------
065800     MOVE ZERO TO WS-WOF-HIT.
065900     PERFORM 2220-CHECK-ONE-CHARGE-OFF
066000         THRU 2220-CHECK-ONE-CHARGE-OFF-EXIT
066100         VARYING WS-WOF-SUB FROM 1 BY 1
066200         UNTIL WS-WOF-SUB > WS-WOF-COUNT
066300         OR WS-WOF-HIT NOT = ZERO.
066400     IF WS-WOF-HIT NOT = ZERO
066500         MOVE worAmount   TO WS-WOF-AMOUNT(WS-WOF-HIT)
066600         MOVE worDate     TO WS-WOF-REG-DATE(WS-WOF-HIT)
066700         MOVE worOperator TO WS-WOF-OPERATOR(WS-WOF-HIT)
066800     END-IF.
066900 2210-MATCH-ONE-REGISTER-LINE-EXIT.
067000     EXIT.
067100*----------------------------------------------------------------
067200 2220-CHECK-ONE-CHARGE-OFF.
067300*----------------------------------------------------------------
067400     IF WS-WOF-LOAN-ID(WS-WOF-SUB) = worLoanId
067500         MOVE WS-WOF-SUB TO WS-WOF-HIT
067600     END-IF.
067700 2220-CHECK-ONE-CHARGE-OFF-EXIT.
067800     EXIT.
067900*----------------------------------------------------------------
068000 2300-LOAD-DEFERRALS.
068100*    EVERY HARDSHIP DEFERRAL THE MEMBER HAS BEEN GRANTED. ONE IN
068200*    EFFECT TODAY HOLDS THE LOAN OUT OF AGING; ONE ALREADY ENDED
068300*    GIVES BACK THE DAYS IT COVERED, AS IN LAB30.
068400*----------------------------------------------------------------
068500     MOVE ZERO TO WS-DEF-COUNT.
068600     OPEN INPUT deferralFile.
068700     IF deferralFileStatus = "00"
068800         PERFORM FOREVER
068900             READ deferralFile
069000                 AT END
069100                 EXIT PERFORM
069200             END-READ
069300             IF defFacultyNumber = WS-FACULTY-NUMBER
069400                 AND WS-DEF-COUNT < 50
069500                 ADD 1 TO WS-DEF-COUNT
069600                 MOVE defLoanId
069700                     TO WS-DEF-LOAN-ID(WS-DEF-COUNT)
069800                 MOVE defStartDate
069900                     TO WS-DEF-START-DATE(WS-DEF-COUNT)
070000                 MOVE defEndDate
070100                     TO WS-DEF-END-DATE(WS-DEF-COUNT)
070200             END-IF
070300         END-PERFORM
070400     END-IF.
070500     CLOSE deferralFile.
070600 2300-LOAD-DEFERRALS-EXIT.
070700     EXIT.
070800*----------------------------------------------------------------
070900 3000-SHOW-FACULTY.
071000*    THE LAB30.FIX DETAILS, THEN THE LIMIT AND HEADROOM. THE NAME
071100*    FALLS BACK TO THE ONE ON THE MEMBER'S LOANS WHEN THE MASTER
071200*    IS NOT THERE TO ASK.
071300*----------------------------------------------------------------
071400     SET NOT-ON-MASTER TO TRUE.
071500     MOVE SPACES TO facultyIndexRec.
071600     IF MASTER-FOUND
071700         MOVE WS-FACULTY-NUMBER TO fixFacultyNumber
071800         READ facultyMaster
071900             KEY IS fixFacultyNumber
072000             INVALID KEY
072100                 MOVE SPACES TO facultyIndexRec
072200             NOT INVALID KEY
072300                 SET ON-MASTER TO TRUE
072400         END-READ
072500     END-IF.
072600     PERFORM 3100-SUM-FACE-AMOUNTS
072700         THRU 3100-SUM-FACE-AMOUNTS-EXIT.
072800     IF NOT-ON-MASTER AND WS-LOANS-ON-FILE = ZERO
072900         AND WS-WOF-COUNT = ZERO
073000         GO TO 3000-SHOW-FACULTY-EXIT
073100     END-IF.
073200
073300     DISPLAY " ".
073400     DISPLAY "FACULTY ACCOUNT " WS-FACULTY-NUMBER "  " fixName
073500         "  AS OF " WS-CURRENT-DATE.
073600     IF NOT-ON-MASTER
073700         DISPLAY "  ** NOT ON LAB30.FIX - DEPARTMENT AND STATUS "
073800             "UNKNOWN **"
073900         MOVE ZERO TO fixCreditLimit
074000     ELSE
074100         EVALUATE TRUE
074200             WHEN FIX-IN-SERVICE
074300                 MOVE "IN SERVICE" TO WS-STATUS-TEXT
074400             WHEN FIX-SEPARATED
074500                 MOVE SPACES TO WS-STATUS-TEXT
074600                 STRING "SEPARATED " fixTermDate
074700                     DELIMITED BY SIZE INTO WS-STATUS-TEXT
074800             WHEN OTHER
074900                 MOVE SPACES TO WS-STATUS-TEXT
075000                 STRING "STATUS CODE " fixSepStatus
075100                     DELIMITED BY SIZE INTO WS-STATUS-TEXT
075200         END-EVALUATE
075300         DISPLAY "  DEPARTMENT " fixDepartment "  PHONE " fixPhone
075400         DISPLAY "  SEPARATION STATUS " WS-STATUS-TEXT
075500     END-IF.
075600
075700     MOVE fixCreditLimit TO WS-EFFECTIVE-LIMIT.
075800     MOVE "ON MASTER " TO WS-LIMIT-SOURCE.
075900     IF WS-EFFECTIVE-LIMIT NOT NUMERIC
076000         OR WS-EFFECTIVE-LIMIT = ZERO
076100         MOVE WS-DEFAULT-LIMIT TO WS-EFFECTIVE-LIMIT
076200         MOVE "DEFAULT   " TO WS-LIMIT-SOURCE
076300     END-IF.
076400     COMPUTE WS-HEADROOM = WS-EFFECTIVE-LIMIT - WS-FACE-TOTAL.
076500     MOVE WS-EFFECTIVE-LIMIT TO WS-LIMIT-DISPLAY.
076600     MOVE WS-FACE-TOTAL TO WS-FACE-DISPLAY.
076700     MOVE WS-HEADROOM TO WS-HEADROOM-DISPLAY.
076800     DISPLAY "  CREDIT LIMIT " WS-LIMIT-DISPLAY " ("
076900         WS-LIMIT-SOURCE ")  ON LOAN " WS-FACE-DISPLAY
077000         "  HEADROOM " WS-HEADROOM-DISPLAY.
077100 3000-SHOW-FACULTY-EXIT.
077200     EXIT.
077300*----------------------------------------------------------------
077400 3100-SUM-FACE-AMOUNTS.
077500*    EVERY LOAN THE MEMBER HAS ON lab30.in, AT FACE - THE SAME
077600*    TOTAL LAB30ENT HOLDS A NEW LOAN AGAINST.
077700*----------------------------------------------------------------
077800     MOVE ZERO TO WS-FACE-TOTAL.
077900     MOVE ZERO TO WS-LOANS-ON-FILE.
078000     OPEN INPUT loanFile.
078100     IF loanFileStatus NOT = "00"
078200         CLOSE loanFile
078300         GO TO 3100-SUM-FACE-AMOUNTS-EXIT
078400     END-IF.
078500     PERFORM FOREVER
078600         READ loanFile
078700             AT END
078800             EXIT PERFORM
078900         END-READ
079000         IF trailerLiteralI NOT = "TRAILER"
079100             AND loanFacultyNumberI = WS-FACULTY-NUMBER
079200             ADD 1 TO WS-LOANS-ON-FILE
079300             IF loanAmtWholeI IS NUMERIC
079400                 AND loanAmtFracI IS NUMERIC
079500                 COMPUTE WS-LOAN-AMT-NUM =
079600                     loanAmtWholeI + (loanAmtFracI / 100)
079700                 ADD WS-LOAN-AMT-NUM TO WS-FACE-TOTAL
079800             END-IF
079900             IF NOT-ON-MASTER AND fixName = SPACES
080000                 MOVE loanUserNameI TO fixName
080100             END-IF
080200         END-IF
080300     END-PERFORM.
080400     CLOSE loanFile.
080500 3100-SUM-FACE-AMOUNTS-EXIT.
080600     EXIT.
080700*----------------------------------------------------------------
080800 4000-SHOW-OPEN-LOANS.
080900*    EACH LOAN NOT CHARGED OFF THAT STILL CARRIES A BALANCE, WITH
081000*    ITS AGING AND DUNNING, THEN THE MEMBER'S DUNNING POSITION -
081100*    THE HIGHEST STAGE ANY OPEN LOAN HAS REACHED AND THE MOST
081200*    RECENT NOTICE.
081300*----------------------------------------------------------------
081400     MOVE ZERO TO WS-OPEN-COUNT.
081500     MOVE ZERO TO WS-PAID-COUNT.
081600     MOVE ZERO TO WS-OPEN-TOTAL.
081700     MOVE ZERO TO WS-HIGH-STAGE.
081800     MOVE ZERO TO WS-HIGH-STAGE-LOAN.
081900     MOVE ZERO TO WS-LATEST-NOTICE.
082000     DISPLAY " ".
082100     DISPLAY "OPEN LOANS".
082200     OPEN INPUT loanFile.
082300     IF loanFileStatus NOT = "00"
082400         DISPLAY "  ** lab30.in NOT FOUND **"
082500         CLOSE loanFile
082600         GO TO 4000-SHOW-OPEN-LOANS-EXIT
082700     END-IF.
082800     PERFORM FOREVER
082900         READ loanFile
083000             AT END
083100             EXIT PERFORM
083200         END-READ
083300         IF trailerLiteralI NOT = "TRAILER"
083400             AND loanFacultyNumberI = WS-FACULTY-NUMBER
083500             PERFORM 4100-SHOW-ONE-LOAN
083600                 THRU 4100-SHOW-ONE-LOAN-EXIT
083700         END-IF
083800     END-PERFORM.
083900     CLOSE loanFile.
084000
084100     MOVE WS-OPEN-TOTAL TO WS-OPEN-TOTAL-DISPLAY.
084200     DISPLAY "  " WS-OPEN-COUNT " open loan(s), balance "
084300         WS-OPEN-TOTAL-DISPLAY "; " WS-PAID-COUNT
084400         " paid in full".
084500     DISPLAY " ".
084600     IF WS-HIGH-STAGE = ZERO
084700         DISPLAY "DUNNING - NO OPEN LOAN IS IN THE DUNNING CYCLE"
084800     ELSE
084900         DISPLAY "DUNNING - CURRENT STAGE " WS-HIGH-STAGE
085000             " (LOAN " WS-HIGH-STAGE-LOAN "), LAST NOTICE "
085100             WS-LATEST-NOTICE
085200     END-IF.
085300 4000-SHOW-OPEN-LOANS-EXIT.
085400     EXIT.
085500*----------------------------------------------------------------
085600 4100-SHOW-ONE-LOAN.
085700*    OPEN BALANCE THE WAY LAB30 FIGURES IT - LOAN PLUS FEES LESS
085800*    EVERYTHING PAID (LAB30.LIX).
085900*----------------------------------------------------------------
086000     MOVE ZERO TO WS-WOF-HIT.
086100     PERFORM 4110-CHECK-ONE-CHARGE-OFF
086200         THRU 4110-CHECK-ONE-CHARGE-OFF-EXIT
086300         VARYING WS-WOF-SUB FROM 1 BY 1
086400         UNTIL WS-WOF-SUB > WS-WOF-COUNT
086500         OR WS-WOF-HIT NOT = ZERO.
086600     IF WS-WOF-HIT NOT = ZERO
086700         GO TO 4100-SHOW-ONE-LOAN-EXIT
086800     END-IF.
086900
087000     MOVE ZERO TO WS-LOAN-AMT-NUM.
087100     MOVE ZERO TO WS-PAYMENTS-APPLIED.
087200     MOVE ZERO TO WS-FEES-CHARGED.
087300     IF loanAmtWholeI IS NUMERIC
087400         AND loanAmtFracI IS NUMERIC
087500         COMPUTE WS-LOAN-AMT-NUM =
087600             loanAmtWholeI + (loanAmtFracI / 100)
087700     END-IF.
087800     IF LEDGER-FOUND
087900         MOVE loanFacultyNumberI TO lixFacultyNumber
088000         MOVE loanLoanIdI        TO lixLoanId
088100         READ ledgerMaster
088200             KEY IS lixKey
088300             INVALID KEY
088400                 CONTINUE
088500             NOT INVALID KEY
088600                 MOVE lixPaidToDate  TO WS-PAYMENTS-APPLIED
088700                 MOVE lixFeesCharged TO WS-FEES-CHARGED
088800         END-READ
088900     END-IF.
089000     IF WS-PAYMENTS-APPLIED > WS-FEES-CHARGED
089100         COMPUTE WS-PRINCIPAL-PAID =
089200             WS-PAYMENTS-APPLIED - WS-FEES-CHARGED
089300     ELSE
089400         MOVE ZERO TO WS-PRINCIPAL-PAID
089500     END-IF.
089600     COMPUTE WS-CURRENT-BALANCE =
089700         WS-LOAN-AMT-NUM + WS-FEES-CHARGED - WS-PAYMENTS-APPLIED.
089800     IF WS-CURRENT-BALANCE NOT > ZERO
089900         ADD 1 TO WS-PAID-COUNT
090000         GO TO 4100-SHOW-ONE-LOAN-EXIT
090100     END-IF.
090200     ADD 1 TO WS-OPEN-COUNT.
090300     ADD WS-CURRENT-BALANCE TO WS-OPEN-TOTAL.
090400
090500     PERFORM 4200-FIGURE-BUCKET
090600         THRU 4200-FIGURE-BUCKET-EXIT.
090700     MOVE loanLoanIdI         TO WS-OL1-LOAN-ID.
090800     MOVE WS-LOAN-DATE        TO WS-OL1-DATE.
090900     MOVE WS-LOAN-AMT-NUM     TO WS-OL1-AMOUNT.
091000     MOVE WS-PAYMENTS-APPLIED TO WS-OL1-PAID.
091100     MOVE WS-FEES-CHARGED     TO WS-OL2-FEES.
091200     MOVE WS-CURRENT-BALANCE  TO WS-OL2-BALANCE.
091300     DISPLAY WS-OPEN-LINE-1.
091400     DISPLAY WS-OPEN-LINE-2.
091500
091600     MOVE ZERO TO WS-NHS-HIT.
091700     PERFORM 4120-CHECK-ONE-NHS-ENTRY
091800         THRU 4120-CHECK-ONE-NHS-ENTRY-EXIT
091900         VARYING WS-NHS-SUB FROM 1 BY 1
092000         UNTIL WS-NHS-SUB > WS-NHS-COUNT
092100         OR WS-NHS-HIT NOT = ZERO.
092200     IF WS-NHS-HIT = ZERO
092300         DISPLAY "       NOT IN THE DUNNING CYCLE"
092400         GO TO 4100-SHOW-ONE-LOAN-EXIT
092500     END-IF.
092600     MOVE WS-NHS-STAGE(WS-NHS-HIT)     TO WS-OL3-STAGE.
092700     MOVE WS-NHS-LAST-DATE(WS-NHS-HIT) TO WS-OL3-NOTICE.
092800     DISPLAY WS-OPEN-LINE-3.
092900     IF WS-NHS-STAGE(WS-NHS-HIT) > WS-HIGH-STAGE
093000         MOVE WS-NHS-STAGE(WS-NHS-HIT) TO WS-HIGH-STAGE
093100         MOVE loanLoanIdI TO WS-HIGH-STAGE-LOAN
093200     END-IF.
093300     IF WS-NHS-LAST-DATE(WS-NHS-HIT) > WS-LATEST-NOTICE
093400         MOVE WS-NHS-LAST-DATE(WS-NHS-HIT) TO WS-LATEST-NOTICE
093500     END-IF.
093600 4100-SHOW-ONE-LOAN-EXIT.
093700     EXIT.
093800*----------------------------------------------------------------
093900 4110-CHECK-ONE-CHARGE-OFF.
094000*----------------------------------------------------------------
094100     IF WS-WOF-LOAN-ID(WS-WOF-SUB) = loanLoanIdI
094200         MOVE WS-WOF-SUB TO WS-WOF-HIT
094300     END-IF.
094400 4110-CHECK-ONE-CHARGE-OFF-EXIT.
094500     EXIT.
094600*----------------------------------------------------------------
094700 4120-CHECK-ONE-NHS-ENTRY.
094800*----------------------------------------------------------------
094900     IF WS-NHS-LOAN-ID(WS-NHS-SUB) = loanLoanIdI
095000         MOVE WS-NHS-SUB TO WS-NHS-HIT
095100     END-IF.
095200 4120-CHECK-ONE-NHS-ENTRY-EXIT.
095300     EXIT.
095400*----------------------------------------------------------------
095500 4200-FIGURE-BUCKET.
095600*    THE AGE AND BUCKET THE NIGHTLY LAB30 RUN WOULD GIVE THE LOAN.
095700*    A SEPARATED MEMBER'S BALANCE IS DUE NOW, NOT AGING, AS ON
095800*    THE EXIT-CLEARANCE REPORT, AND A LOAN UNDER A DEFERRAL TODAY
095900*    IS HELD OUT OF AGING. A DATE THAT WILL NOT VALIDATE GETS NO
096000*    BUCKET RATHER THAN A WRONG ONE.
096100*----------------------------------------------------------------
096200     MOVE ZERO TO WS-LOAN-DATE.
096300     MOVE ZERO TO WS-AGE-IN-DAYS.
096400     IF loanDateI IS NUMERIC
096500         COMPUTE WS-LOAN-DATE =
096600             (loanYearI * 10000) + (loanMonthI * 100) + loanDayI
096700     END-IF.
096800     MOVE WS-LOAN-DATE TO DVAL-DATE.
096900     CALL "DATEVAL" USING DVAL-PARM.
097000     IF DVAL-IS-NOT-VALID
097100         MOVE "DATE NOT VALID" TO WS-OL2-BUCKET
097200         GO TO 4200-FIGURE-BUCKET-WRAP
097300     END-IF.
097400     PERFORM 4210-COMPUTE-LOAN-AGE
097500         THRU 4210-COMPUTE-LOAN-AGE-EXIT.
097600     IF WS-AGE-IN-DAYS < ZERO
097700         MOVE ZERO TO WS-AGE-IN-DAYS
097800     END-IF.
097900     PERFORM 4230-CHECK-LOAN-DEFERRAL
098000         THRU 4230-CHECK-LOAN-DEFERRAL-EXIT.
098100     IF ON-MASTER AND FIX-SEPARATED
098200         MOVE "DUE ON SEPARATION" TO WS-OL2-BUCKET
098300         GO TO 4200-FIGURE-BUCKET-WRAP
098400     END-IF.
098500     IF LOAN-DEFERRED
098600         MOVE "DEFERRED" TO WS-OL2-BUCKET
098700         GO TO 4200-FIGURE-BUCKET-WRAP
098800     END-IF.
098900     EVALUATE TRUE
099000         WHEN WS-AGE-IN-DAYS <= WS-THRESHOLD-RECENT
099100             MOVE 1 TO WS-BUCKET-SUB
099200         WHEN WS-AGE-IN-DAYS <= WS-THRESHOLD-MID
099300             MOVE 2 TO WS-BUCKET-SUB
099400         WHEN WS-AGE-IN-DAYS <= WS-THRESHOLD-OLD
099500             MOVE 3 TO WS-BUCKET-SUB
099600         WHEN WS-AGE-IN-DAYS <= WS-THRESHOLD-HISTORY
099700             MOVE 4 TO WS-BUCKET-SUB
099800         WHEN OTHER
099900             MOVE 5 TO WS-BUCKET-SUB
100000     END-EVALUATE.
100100     MOVE WS-BUCKET-LABEL(WS-BUCKET-SUB) TO WS-OL2-BUCKET.
100200 4200-FIGURE-BUCKET-WRAP.
100300     MOVE WS-AGE-IN-DAYS TO WS-OL2-AGE.
100400 4200-FIGURE-BUCKET-EXIT.
100500     EXIT.
100600*----------------------------------------------------------------
100700 4210-COMPUTE-LOAN-AGE.
100800*    CALENDAR OR BUSINESS DAYS, PER THE AGING MODE. A SCHEDULED
100900*    LOAN AGES FROM ITS OLDEST MISSED INSTALLMENT (ZERO WHEN NONE
101000*    IS MISSED), ANY OTHER FROM ITS LOAN DATE.
101100*----------------------------------------------------------------
101200     MOVE WS-LOAN-DATE TO WS-AGE-FROM-DATE.
101300     PERFORM 4220-CHECK-LOAN-SCHEDULE
101400         THRU 4220-CHECK-LOAN-SCHEDULE-EXIT.
101500     IF LOAN-HAS-SCHEDULE
101600         IF WS-SCH-OLDEST-MISSED = ZERO
101700             MOVE ZERO TO WS-AGE-IN-DAYS
101800             GO TO 4210-COMPUTE-LOAN-AGE-EXIT
101900         END-IF
102000         MOVE WS-SCH-OLDEST-MISSED TO WS-AGE-FROM-DATE
102100     END-IF.
102200     COMPUTE WS-AGE-FROM-INT =
102300         FUNCTION INTEGER-OF-DATE(WS-AGE-FROM-DATE).
102400     IF BUSINESS-DAY-AGING
102500         SET BDAY-COUNT-BUSINESS-DAYS TO TRUE
102600         MOVE WS-AGE-FROM-DATE TO BDAY-DATE
102700         MOVE WS-CURRENT-DATE TO BDAY-END-DATE
102800         CALL "BUSDAY" USING BDAY-PARM
102900         IF BDAY-IS-VALID
103000             MOVE BDAY-DAY-COUNT TO WS-AGE-IN-DAYS
103100         ELSE
103200             MOVE ZERO TO WS-AGE-IN-DAYS
103300         END-IF
103400     ELSE
103500         COMPUTE WS-AGE-IN-DAYS =
103600             WS-CURRENT-DATE-INT - WS-AGE-FROM-INT
103700     END-IF.
103800 4210-COMPUTE-LOAN-AGE-EXIT.
103900     EXIT.
104000*----------------------------------------------------------------
104100 4220-CHECK-LOAN-SCHEDULE.
104200*    WALK THE LOAN'S INSTALLMENTS IN ORDER AGAINST THE PRINCIPAL
104300*    PAID. THE FIRST ONE DUE BEFORE TODAY THAT THE PRINCIPAL PAID
104400*    HAS NOT REACHED IS THE OLDEST MISSED.
104500*----------------------------------------------------------------
104600     SET LOAN-HAS-NO-SCHEDULE TO TRUE.
104700     MOVE ZERO TO WS-SCH-OLDEST-MISSED.
104800     IF SCHEDULE-NOT-FOUND
104900         GO TO 4220-CHECK-LOAN-SCHEDULE-EXIT
105000     END-IF.
105100     MOVE loanFacultyNumberI TO schFacultyNumber.
105200     MOVE loanLoanIdI        TO schLoanId.
105300     MOVE ZERO               TO schInstallment.
105400     START scheduleFile KEY IS NOT LESS THAN schKey
105500         INVALID KEY
105600             GO TO 4220-CHECK-LOAN-SCHEDULE-EXIT
105700     END-START.
105800     PERFORM FOREVER
105900         READ scheduleFile NEXT RECORD
106000             AT END
106100             EXIT PERFORM
106200         END-READ
106300         IF schFacultyNumber NOT = loanFacultyNumberI
106400             OR schLoanId NOT = loanLoanIdI
106500             EXIT PERFORM
106600         END-IF
106700         SET LOAN-HAS-SCHEDULE TO TRUE
106800         IF schCumulativeDue > WS-PRINCIPAL-PAID
106900             AND schDueDate < WS-CURRENT-DATE
107000             MOVE schDueDate TO WS-SCH-OLDEST-MISSED
107100             EXIT PERFORM
107200         END-IF
107300     END-PERFORM.
107400 4220-CHECK-LOAN-SCHEDULE-EXIT.
107500     EXIT.
107600*----------------------------------------------------------------
107700 4230-CHECK-LOAN-DEFERRAL.
107800*    A DEFERRAL IN EFFECT TODAY (START <= TODAY <= END) HOLDS THE
107900*    LOAN OUT OF AGING. ONE ALREADY ENDED GIVES BACK THE DAYS IT
108000*    COVERED AFTER THE AGING START DATE.
108100*----------------------------------------------------------------
108200     SET LOAN-NOT-DEFERRED TO TRUE.
108300     PERFORM 4235-CHECK-ONE-DEFERRAL
108400         THRU 4235-CHECK-ONE-DEFERRAL-EXIT
108500         VARYING WS-DEF-SUB FROM 1 BY 1
108600         UNTIL WS-DEF-SUB > WS-DEF-COUNT.
108700 4230-CHECK-LOAN-DEFERRAL-EXIT.
108800     EXIT.
108900*----------------------------------------------------------------
109000 4235-CHECK-ONE-DEFERRAL.
109100*----------------------------------------------------------------
109200     IF WS-DEF-LOAN-ID(WS-DEF-SUB) NOT = loanLoanIdI
109300         GO TO 4235-CHECK-ONE-DEFERRAL-EXIT
109400     END-IF.
109500     IF WS-DEF-START-DATE(WS-DEF-SUB) > WS-CURRENT-DATE
109600         GO TO 4235-CHECK-ONE-DEFERRAL-EXIT
109700     END-IF.
109800     IF WS-DEF-END-DATE(WS-DEF-SUB) >= WS-CURRENT-DATE
109900         SET LOAN-DEFERRED TO TRUE
110000         GO TO 4235-CHECK-ONE-DEFERRAL-EXIT
110100     END-IF.
110200     IF WS-AGE-IN-DAYS = ZERO
110300         OR WS-DEF-END-DATE(WS-DEF-SUB) <= WS-AGE-FROM-DATE
110400         GO TO 4235-CHECK-ONE-DEFERRAL-EXIT
110500     END-IF.
110600     COMPUTE WS-DEFER-FROM-INT =
110700         FUNCTION INTEGER-OF-DATE(WS-DEF-START-DATE(WS-DEF-SUB))
110800         - 1.
110900     IF WS-DEFER-FROM-INT < WS-AGE-FROM-INT
111000         MOVE WS-AGE-FROM-INT TO WS-DEFER-FROM-INT
111100     END-IF.
111200     IF BUSINESS-DAY-AGING
111300         COMPUTE WS-DEFER-FROM-DATE =
111400             FUNCTION DATE-OF-INTEGER(WS-DEFER-FROM-INT)
111500         SET BDAY-COUNT-BUSINESS-DAYS TO TRUE
111600         MOVE WS-DEFER-FROM-DATE TO BDAY-DATE
111700         MOVE WS-DEF-END-DATE(WS-DEF-SUB) TO BDAY-END-DATE
111800         CALL "BUSDAY" USING BDAY-PARM
111900         IF BDAY-IS-VALID
112000             MOVE BDAY-DAY-COUNT TO WS-DEFERRED-DAYS
112100         ELSE
112200             MOVE ZERO TO WS-DEFERRED-DAYS
112300         END-IF
112400     ELSE
112500         COMPUTE WS-DEFERRED-DAYS =
112600             FUNCTION INTEGER-OF-DATE(WS-DEF-END-DATE(WS-DEF-SUB))
112700             - WS-DEFER-FROM-INT
112800     END-IF.
112900     IF WS-DEFERRED-DAYS >= WS-AGE-IN-DAYS
113000         MOVE ZERO TO WS-AGE-IN-DAYS
113100     ELSE
113200         SUBTRACT WS-DEFERRED-DAYS FROM WS-AGE-IN-DAYS
113300     END-IF.
113400 4235-CHECK-ONE-DEFERRAL-EXIT.
113500     EXIT.
113600*----------------------------------------------------------------
113700 5000-SHOW-RECEIPTS.
113800*    EVERY RECEIPT LAB30PAY AND LAB30PDC HAVE REGISTERED FOR THE
113900*    MEMBER - PAYMENTS AT THE WINDOW, RECOVERIES ON CHARGED-OFF
114000*    LOANS, AND PAYROLL DEDUCTIONS - IN REGISTER ORDER.
114100*----------------------------------------------------------------
114200     MOVE ZERO TO WS-RECEIPT-COUNT.
114300     MOVE ZERO TO WS-RECEIPT-TOTAL.
114400     DISPLAY " ".
114500     DISPLAY "RECEIPTS".
114600     OPEN INPUT registerFile.
114700     IF registerFileStatus NOT = "00"
114800         DISPLAY "  (no receipt register on file)"
114900         CLOSE registerFile
115000         GO TO 5000-SHOW-RECEIPTS-EXIT
115100     END-IF.
115200     PERFORM FOREVER
115300         READ registerFile
115400             AT END
115500             EXIT PERFORM
115600         END-READ
115700         IF rctLiteral = "RECEIPT "
115800             AND rctFaculty IS NUMERIC
115900             AND rctFaculty = WS-FACULTY-NUMBER
116000             PERFORM 5100-SHOW-ONE-RECEIPT
116100                 THRU 5100-SHOW-ONE-RECEIPT-EXIT
116200         END-IF
116300     END-PERFORM.
116400     CLOSE registerFile.
116500     MOVE WS-RECEIPT-TOTAL TO WS-RECEIPT-TOTAL-DISPLAY.
116600     DISPLAY "  " WS-RECEIPT-COUNT " receipt(s) totalling "
116700         WS-RECEIPT-TOTAL-DISPLAY.
116800 5000-SHOW-RECEIPTS-EXIT.
116900     EXIT.
117000*----------------------------------------------------------------
117100 5100-SHOW-ONE-RECEIPT.
117200*----------------------------------------------------------------
117300     ADD 1 TO WS-RECEIPT-COUNT.
117400     IF rctAmtWhole IS NUMERIC
117500         AND rctAmtFrac IS NUMERIC
117600         COMPUTE WS-LOAN-AMT-NUM =
117700             rctAmtWhole + (rctAmtFrac / 100)
117800         ADD WS-LOAN-AMT-NUM TO WS-RECEIPT-TOTAL
117900     END-IF.
118000     EVALUATE TRUE
118100         WHEN RCT-IS-PAYMENT
118200             MOVE "PAYMENT" TO WS-RCL-TYPE
118300         WHEN RCT-IS-RECOVERY
118400             MOVE "RECOVERY" TO WS-RCL-TYPE
118500         WHEN RCT-IS-DEDUCTION
118600             MOVE "PAYROLL DEDUCTION" TO WS-RCL-TYPE
118700         WHEN OTHER
118800             MOVE SPACES TO WS-RCL-TYPE
118900     END-EVALUATE.
119000     MOVE rctReceipt TO WS-RCL-RECEIPT.
119100     MOVE rctDate    TO WS-RCL-DATE.
119200     MOVE rctLoanId  TO WS-RCL-LOAN-ID.
119300     MOVE rctAmount  TO WS-RCL-AMOUNT.
119400     DISPLAY WS-RECEIPT-LINE.
119500 5100-SHOW-ONE-RECEIPT-EXIT.
119600     EXIT.
119700*----------------------------------------------------------------
119800 6000-SHOW-CHARGED-OFF-LOANS.
119900*    A CHARGE-OFF ON LAB30.HIST WITH NO LAB30.WOR LINE PREDATES
120000*    THE REGISTER - ITS ARCHIVE DATE IS THE ONLY DATE THERE IS.
120100*----------------------------------------------------------------
120200     DISPLAY " ".
120300     DISPLAY "CHARGED-OFF LOANS".
120400     IF WS-WOF-COUNT = ZERO
120500         DISPLAY "  (none)"
120600         GO TO 6000-SHOW-CHARGED-OFF-LOANS-EXIT
120700     END-IF.
120800     PERFORM 6100-SHOW-ONE-CHARGE-OFF
120900         THRU 6100-SHOW-ONE-CHARGE-OFF-EXIT
121000         VARYING WS-WOF-SUB FROM 1 BY 1
121100         UNTIL WS-WOF-SUB > WS-WOF-COUNT.
121200 6000-SHOW-CHARGED-OFF-LOANS-EXIT.
121300     EXIT.
121400*----------------------------------------------------------------
121500 6100-SHOW-ONE-CHARGE-OFF.
121600*----------------------------------------------------------------
121700     MOVE WS-WOF-LOAN-ID(WS-WOF-SUB) TO WS-COL-LOAN-ID.
121800     MOVE WS-WOF-AMOUNT(WS-WOF-SUB)  TO WS-COL-AMOUNT.
121900     IF WS-WOF-REG-DATE(WS-WOF-SUB) = ZERO
122000         MOVE WS-WOF-ARCHIVE-DATE(WS-WOF-SUB) TO WS-COL-DATE
122100         MOVE SPACES TO WS-COL-BY-TEXT
122200         MOVE " (NOT ON LAB30.WOR)" TO WS-COL-OPERATOR
122300     ELSE
122400         MOVE WS-WOF-REG-DATE(WS-WOF-SUB) TO WS-COL-DATE
122500         MOVE " BY " TO WS-COL-BY-TEXT
122600         MOVE WS-WOF-OPERATOR(WS-WOF-SUB) TO WS-COL-OPERATOR
122700     END-IF.
122800     DISPLAY WS-CHARGE-OFF-LINE.
122900 6100-SHOW-ONE-CHARGE-OFF-EXIT.
123000     EXIT.
