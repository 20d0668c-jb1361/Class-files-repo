002262*                 NIGHT - THE CANDIDATE DEDUPE NOW READS THE
002263*                 HISTORY KEYS TOO, SO THE WRITE-OFF REGISTER
002264*                 STOPS DOUBLE-COUNTING THE SAME LOAN.
002265* 09/14/2026  DL  GENERAL-LEDGER JOURNAL - EACH PAYMENT POSTED
002266*                 INTO LAB30.LIX NOW ALSO POSTS CASH/RECEIVABLE
002267*                 THROUGH GLPOST, AND THE AGING PASS JOURNALS
002268*                 THE CHANGE IN EACH LOAN'S ACCRUED INTEREST
002269*                 SINCE THE LAST RUN. THE LEDGER RECORD CARRIES
002270*                 THE INTEREST ALREADY BOOKED, SO A RERUN OR A
002271*                 CHECKPOINT RESUME NEVER BOOKS IT TWICE.
002272* 09/16/2026  DL  A LOAN WITH AN AMORTIZATION SCHEDULE ON THE NEW
002273*                 KEYED LAB30.SCH (WRITTEN BY LAB30ENT) NOW AGES
002274*                 ON ITS OLDEST MISSED INSTALLMENT - THE FIRST
002275*                 ONE PAST DUE WHOSE RUNNING TOTAL THE LAB30.LIX
002276*                 PAID-TO-DATE HAS NOT REACHED - INSTEAD OF ON
002277*                 THE LOAN DATE; A LOAN THAT IS UP TO DATE AGES
002278*                 ZERO. LOANS WITHOUT A SCHEDULE AGE AS BEFORE.
002279*                 THE LEDGER IS NOW READ BEFORE THE AGE IS
002280*                 TAKEN, AND LAB30.STM SHOWS EACH LOAN'S NEXT
002281*                 AMOUNT DUE, NEXT DUE DATE, AND INSTALLMENTS IN
002282*                 ARREARS.
002283* 09/18/2026  DL  PAYMENT REVERSALS - THE lab30.rev BATCH KEYED AT
002284*                 THE NEW LAB30REV WINDOW POSTS RIGHT AFTER THE
002285*                 PAYMENTS: THE AMOUNT COMES BACK OUT OF
002286*                 lixPaidToDate, A RETURNED-CHECK FEE GOES ONTO
002287*                 THE NEW lixFeesCharged, THE CASH AND THE FEE
002288*                 JOURNAL THROUGH GLPOST, AND THE LOAN'S DUNNING
002289*                 STAGE AND LAST-NOTICE DATE AS OF THE RECEIPT
002290*                 ARE PUT BACK ON THE NOTICE HISTORY. EVERY
002291*                 REVERSAL PRINTS ON THE DAILY LAB30.RVR
002292*                 REGISTER. FEES ARE PART OF THE BALANCE AND ARE
002293*                 PAID FIRST - ONLY PAYMENTS BEYOND THE FEES
002294*                 COUNT AGAINST THE INSTALLMENT SCHEDULE.
002295* 09/25/2026  DL  HARDSHIP DEFERRALS - A LOAN WITH A DEFERRAL IN
002296*                 EFFECT ON THE NEW LAB30.DEF (KEYED BY A LEVEL-3
002297*                 OPERATOR AT LAB30DEF) IS HELD OUT OF THE AGING
002298*                 BUCKETS, THE INTEREST ACCRUAL, THE CHARGE-OFF
002299*                 QUEUE, AND THE DUNNING CYCLE - ITS NOTICE
002300*                 STAGE IS KEPT AND ITS ESCALATION CLOCK HELD -
002301*                 AND SHOWS AS DEFERRED ON LAB30.STM. ONCE A
002302*                 DEFERRAL ENDS ITS DAYS COME BACK OUT OF THE
002303*                 LOAN'S AGE. LAB30.DFX LISTS THE DEFERRALS
002304*                 ENDING IN THE NEXT 30 BUSINESS DAYS FOR THE
002305*                 MORNING PACKET, AND LAB30.RCN GAINED A
002306*                 DEFERRED COUNT SO NITERCN STILL CROSS-FOOTS.
002307* 10/15/2026  DL  RUN AS A STEP OF THE NEW MONTHEND JOB (RUNSTAT
002308*                 NAMES THE JOB), THE MONTH-END SNAPSHOT IS TAKEN
002309*                 WHATEVER LAB30.CTL OR THE CONSOLE SAYS - NOBODY
002310*                 HAS TO REMEMBER SNAPSHOT=Y ON THE LAST NIGHT.
002311* 10/15/2026  DL  EACH CHARGE-OFF CANDIDATE QUEUED ON LAB30.PND
002312*                 NOW CARRIES THE OPERATOR WHO KEYED THE LOAN,
002313*                 TAKEN FROM THE LAB30.ORG REGISTER LAB30ENT
002314*                 WRITES, SO LAB30WOF CAN REFUSE A WRITE-OFF
002315*                 APPROVED BY THE SAME PERSON. A LOAN KEYED BEFORE
002316*                 THE REGISTER QUEUES WITH NO OPERATOR.
002326* 10/15/2026  DL  A LOAN THAT STOPS ACCRUING - PAID IN FULL,
002337*                 DEFERRED, OR OWED BY A SEPARATED MEMBER - NOW
002347*                 REVERSES THE INTEREST LAB30.LIX SAYS WAS BOOKED
002358*                 ON IT INSTEAD OF LEAVING IT ON THE BOOKS.
002359* 10/15/2026  DL  A LOAN LAB30WOF HAS CHARGED OFF (ITS KEY IS ON
002361*                 LAB30.HIST) BUT THAT IS STILL ON lab30.in NO
002363*                 LONGER AGES, ACCRUES, DUNS, OR GOES ON THE
002364*                 STATEMENT. ITS BOOKED INTEREST IS REVERSED AND
002366*                 IT IS COUNTED ON LAB30.RCN AS CHARGED OFF.
002368*----------------------------------------------------------------
002379 ENVIRONMENT DIVISION.
002389 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT inFile ASSIGN TO "lab30.in"
002600         ORGANIZATION LINE SEQUENTIAL.
003350         ORGANIZATION LINE SEQUENTIAL.
003360     SELECT OPTIONAL paymentFile ASSIGN TO "lab30.pay"
003370         ORGANIZATION LINE SEQUENTIAL
003371         FILE STATUS IS paymentFileStatus.
003373     SELECT OPTIONAL reversalFile ASSIGN TO "lab30.rev"
003375         ORGANIZATION LINE SEQUENTIAL
003376         FILE STATUS IS reversalFileStatus.
003378     SELECT reversalRegFile ASSIGN TO "LAB30.RVR"
003380         ORGANIZATION LINE SEQUENTIAL.
003382     SELECT ledgerMaster ASSIGN TO "LAB30.LIX"
003383         ORGANIZATION INDEXED
003384         ACCESS MODE DYNAMIC
003385         RECORD KEY IS lixKey
003386         FILE STATUS IS ledgerMasterStatus.
003387     SELECT scheduleFile ASSIGN TO "LAB30.SCH"
003388         ORGANIZATION INDEXED
003389         ACCESS MODE DYNAMIC
003390         RECORD KEY IS schKey
003391         FILE STATUS IS scheduleFileStatus.
003392     SELECT facultyMaster ASSIGN TO "LAB30.FIX"
003393         ORGANIZATION INDEXED
003394         ACCESS MODE DYNAMIC
003396         RECORD KEY IS fixFacultyNumber
003410         FILE STATUS IS facultyMasterStatus.
003479     SELECT OPTIONAL statusFile ASSIGN TO "NITEBTCH.STA"
003481         ORGANIZATION LINE SEQUENTIAL
003482         FILE STATUS IS statusFileStatus.
003483     SELECT OPTIONAL deferralFile ASSIGN TO "LAB30.DEF"
003484         ORGANIZATION LINE SEQUENTIAL
003485         FILE STATUS IS deferralFileStatus.
003486     SELECT deferralRptFile ASSIGN TO "LAB30.DFX"
003487         ORGANIZATION LINE SEQUENTIAL.
003488     SELECT OPTIONAL originFile ASSIGN TO "LAB30.ORG"
003489         ORGANIZATION LINE SEQUENTIAL
003490         FILE STATUS IS originFileStatus.
003495 DATA DIVISION.
003500 FILE SECTION.
003600 FD  inFile.
003700 01  loanDetailsI.
006100 01  pendingDetails.
006110     05  pndLoanDetails          PIC X(40).
006120     05  pndCandidateDate        PIC 9(08).
006121     05  pndCreatedBy            PIC X(08).
006122 FD  histFile.
006123 01  histDetails.
006124     05  histLoanDetails         PIC X(40).
006170         10  lixLoanId           PIC 9(03).
006180     05  lixPaidToDate           PIC 9(06)V99.
006182     05  lixLastPostDate         PIC 9(08).
006183     05  lixInterestBooked       PIC 9(06)V99.
006184     05  lixFeesCharged          PIC 9(06)V99.
006186 FD  scheduleFile.
006187 01  scheduleRecord.
006188     05  schKey.
006189         10  schFacultyNumber    PIC 9(03).
006190         10  schLoanId           PIC 9(03).
006191         10  schInstallment      PIC 9(03).
006192     05  schDueDate              PIC 9(08).
006193     05  schAmount               PIC 9(06)V99.
006194     05  schCumulativeDue        PIC 9(06)V99.
006195     05  schFrequency            PIC X(01).
006196     05  schTerm                 PIC 9(03).
006209 FD  noticeHistFile.
006222 01  noticeHistDetailsI.
006235     05  nhsFacultyNumberI       PIC 9(03).
006248     05  nhsLoanIdI              PIC 9(03).
006261     05  nhsStageI               PIC 9(01).
006274     05  nhsLastDateI            PIC 9(08).
006287 FD  paramFile.
006300 01  paramRecord.
006400     05  paramThreshold1         PIC 9(05).
006500     05  paramThreshold2         PIC 9(05).
006730     05  ckpFacultyNumber        PIC 9(03).
006740     05  ckpLoanId               PIC 9(03).
006750     05  ckpTotalLoans           PIC 9(05).
006751     05  ckpHistoryCount         PIC 9(05).
006752     05  ckpBucketCount          PIC 9(05) OCCURS 5 TIMES.
006753     05  ckpBucketAmount         PIC 9(08)V99 OCCURS 5 TIMES.
006754     05  ckpRejectCount          PIC 9(05).
006755     05  ckpPaidInFullCount      PIC 9(05).
006756     05  ckpBucketPrincipal      PIC 9(08)V99 OCCURS 5 TIMES.
006757     05  ckpBucketInterest       PIC 9(08)V99 OCCURS 5 TIMES.
006759     05  ckpLoanRejectCount      PIC 9(05).
006760 FD  csvFile.
006761 01  csvRecord                   PIC X(60).
006762 FD  paymentFile.
006763 01  paymentDetailsI.
006764     05  pmtFacultyNumberI       PIC 9(03).
006765     05  pmtLoanIdI              PIC 9(03).
006766     05  pmtWhitespaceOneI       PIC A(01).
006768     05  pmtDateI.
006769         10  pmtMonthI           PIC 9(02).
006770         10  pmtDayI             PIC 9(02).
006771         10  pmtYearI            PIC 9(04).
006772     05  pmtWhitespaceTwoI       PIC A(01).
006773     05  pmtAmtI                 PIC 9(04).99.
006774     05  pmtAmtParts REDEFINES pmtAmtI.
006775         10  pmtAmtWhole         PIC 9(04).
006777         10  pmtAmtDotChar       PIC X(01).
006778         10  pmtAmtFrac          PIC 9(02).
006779 FD  reversalFile.
006780 01  reversalDetailsI.
006781     05  revReceiptI             PIC 9(05).
006782     05  FILLER                  PIC X(01).
006783     05  revFacultyNumberI       PIC 9(03).
006785     05  revLoanIdI              PIC 9(03).
006786     05  FILLER                  PIC X(01).
006787     05  revPaymentDateI         PIC 9(08).
006788     05  FILLER                  PIC X(01).
006789     05  revAmtI.
006790         10  revAmtWhole         PIC 9(04).
006791         10  revAmtDotChar       PIC X(01).
006792         10  revAmtFrac          PIC 9(02).
006794     05  FILLER                  PIC X(01).
006795     05  revFeeI                 PIC 9(04)V99.
006796     05  FILLER                  PIC X(01).
006797     05  revReasonI              PIC X(01).
006798     05  FILLER                  PIC X(01).
006799     05  revPriorStageI          PIC 9(01).
006800     05  FILLER                  PIC X(01).
006801     05  revPriorNoticeI         PIC 9(08).
006803     05  FILLER                  PIC X(01).
006804     05  revOperatorI            PIC X(08).
006805     05  FILLER                  PIC X(01).
006806     05  revEntryDateI           PIC 9(08).
006807     05  FILLER                  PIC X(14).
006808 FD  reversalRegFile.
006809 01  reversalRegRecord           PIC X(80).
006811 FD  facultyMaster.
006812 01  facultyIndexRec.
006813     05  fixFacultyNumber        PIC 9(03).
006830     05  rcnLoanRejects          PIC 9(05).
006831     05  rcnHistoryWritten       PIC 9(05).
006832     05  rcnSeparated            PIC 9(05).
006836     05  rcnDeferred             PIC 9(05).
006838     05  rcnChargedOff           PIC 9(05).
006840 FD  finalDemandFile.
006845 01  finalDemandRecord           PIC X(80).
006850 FD  exitClearFile.
006866     05  staBusinessDate         PIC 9(08).
006867     05  staStepName             PIC X(08).
006868     05  staStatus               PIC X(01).
006869 FD  deferralFile.
006870 01  deferralDetails.
006871     05  defFacultyNumber        PIC 9(03).
006872     05  defLoanId               PIC 9(03).
006873     05  FILLER                  PIC X(01).
006874     05  defStartDate            PIC 9(08).
006875     05  FILLER                  PIC X(01).
006876     05  defEndDate              PIC 9(08).
006877     05  FILLER                  PIC X(01).
006878     05  defReason               PIC X(30).
006879     05  FILLER                  PIC X(01).
006880     05  defOperator             PIC X(08).
006881     05  FILLER                  PIC X(01).
006882     05  defEnteredDate          PIC 9(08).
006883 FD  deferralRptFile.
006884 01  deferralRptRecord           PIC X(80).
006885 FD  originFile.
006886 01  originRecord.
006887     05  orgFacultyNumber        PIC 9(03).
006888     05  FILLER                  PIC X(01).
006889     05  orgLoanId               PIC 9(03).
006890     05  FILLER                  PIC X(01).
006891     05  orgOperatorId           PIC X(08).
006892     05  FILLER                  PIC X(01).
006893     05  orgEntryDate            PIC 9(08).
006896 WORKING-STORAGE SECTION.
006900*----------------------------------------------------------------
007000* CURRENT-DATE WORK AREAS
007100*----------------------------------------------------------------
008000 01  totalLoans                  PIC 9(05) COMP VALUE ZERO.
008005 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
008010 01  WS-HISTORY-COUNT            PIC 9(05) COMP VALUE ZERO.
008011*----------------------------------------------------------------
008012* HARDSHIP DEFERRALS (LAB30.DEF) - A LOAN WITH ONE IN EFFECT IS
008013* HELD OUT OF THE BUCKETS, THE ACCRUAL, AND THE DUNNING CYCLE;
008014* AN ENDED ONE GIVES ITS DAYS BACK OUT OF THE LOAN'S AGE
008015*----------------------------------------------------------------
008016 01  deferralFileStatus          PIC X(02).
008017 01  WS-DEF-COUNT                PIC 9(03) COMP VALUE ZERO.
008018 01  WS-DEF-SUB                  PIC 9(03) COMP.
008019 01  WS-DEF-HIT                  PIC 9(03) COMP VALUE ZERO.
008020 01  WS-DEF-TABLE.
008021     05  WS-DEF-ENTRY OCCURS 300 TIMES.
008022         10  WS-DEF-FACULTY      PIC 9(03).
008023         10  WS-DEF-LOAN-ID      PIC 9(03).
008024         10  WS-DEF-START-DATE   PIC 9(08).
008025         10  WS-DEF-END-DATE     PIC 9(08).
008026         10  WS-DEF-REASON       PIC X(30).
008027         10  WS-DEF-OPERATOR     PIC X(08).
008028         10  WS-DEF-NAME         PIC A(17).
008029 01  WS-LOAN-DEFERRED-SW         PIC X(01) VALUE "N".
008030     88  LOAN-DEFERRED                   VALUE "Y".
008031     88  LOAN-NOT-DEFERRED               VALUE "N".
008032 01  WS-LOAN-DEFER-END           PIC 9(08) VALUE ZERO.
008033 01  WS-DEFER-FROM-DATE          PIC 9(08).
008034 01  WS-DEFER-FROM-INT           PIC 9(07).
008035 01  WS-DEFERRED-DAYS            PIC 9(07).
008036 01  WS-DEFERRED-COUNT           PIC 9(05) COMP VALUE ZERO.
008037 01  WS-DEFERRED-TOTAL           PIC 9(08)V99 VALUE ZERO.
008038 01  WS-DEFERRED-TOTAL-DISPLAY   PIC 9(08).99.
008039 01  WS-DFX-HORIZON              PIC 9(08).
008040 01  WS-DFX-COUNT                PIC 9(03) VALUE ZERO.
008041 01  WS-DFX-HEADING.
008042     05  FILLER                  PIC X(37) VALUE
008043         "DEFERRALS ENDING BY 30 BUS DAYS - TO ".
008044     05  WS-DFX-HDG-HORIZON      PIC 9(08).
008045     05  FILLER                  PIC X(06) VALUE " - RUN".
008046     05  FILLER                  PIC X(01) VALUE SPACE.
008047     05  WS-DFX-HDG-RUN-DATE     PIC 9(08).
008048 01  WS-DFX-COLUMNS.
008049     05  FILLER                  PIC X(38) VALUE
008050         "FAC/LN   NAME               START     ".
008051     05  FILLER                  PIC X(36) VALUE
008052         "END       DAYS  REASON            BY".
008053 01  WS-DFX-DETAIL-LINE.
008054     05  WS-DFX-FACULTY          PIC 9(03).
008055     05  FILLER                  PIC X(01) VALUE "/".
008056     05  WS-DFX-LOAN-ID          PIC 9(03).
008057     05  FILLER                  PIC X(02) VALUE SPACES.
008058     05  WS-DFX-NAME             PIC A(17).
008059     05  FILLER                  PIC X(02) VALUE SPACES.
008060     05  WS-DFX-START            PIC 9(08).
008061     05  FILLER                  PIC X(02) VALUE SPACES.
008062     05  WS-DFX-END              PIC 9(08).
008063     05  FILLER                  PIC X(02) VALUE SPACES.
008064     05  WS-DFX-DAYS-LEFT        PIC ZZ9.
008065     05  FILLER                  PIC X(03) VALUE SPACES.
008066     05  WS-DFX-REASON           PIC X(17).
008067     05  FILLER                  PIC X(01) VALUE SPACE.
008068     05  WS-DFX-OPERATOR         PIC X(08).
008100*----------------------------------------------------------------
008200* AGING-BUCKET THRESHOLDS (DAYS), EXTERNALIZED VIA LAB30.PRM
008300*----------------------------------------------------------------
009142 01  pipFileStatus               PIC X(02).
009143 01  WS-PIP-FILE-NAME            PIC X(12) VALUE "LAB30.PIP".
009144 01  WS-PIP-DELETE-STATUS        PIC 9(09) COMP.
009146 01  originFileStatus            PIC X(02).
009150 01  checkpointFileStatus        PIC X(02).
009160 01  WS-RESUMED-RUN-SW           PIC X(01) VALUE "N".
009170     88  RESUMED-RUN                     VALUE "Y".
009318     88  PAYMENT-FILE-NOT-FOUND           VALUE "N".
009319 01  WS-PAYMENT-COUNT            PIC 9(05) COMP VALUE ZERO.
009320 01  WS-PMT-AMOUNT-WORK          PIC 9(06)V99.
009321 01  WS-PAYMENTS-APPLIED         PIC 9(06)V99.
009323 01  WS-CURRENT-BALANCE          PIC S9(07)V99.
009324 01  WS-PAID-IN-FULL-COUNT       PIC 9(05) COMP VALUE ZERO.
009326 01  WS-CHARGED-OFF-COUNT        PIC 9(05) COMP VALUE ZERO.
009327 01  WS-LOAN-CHARGED-OFF-SW      PIC X(01) VALUE "N".
009329     88  LOAN-CHARGED-OFF                VALUE "Y".
009331     88  LOAN-NOT-CHARGED-OFF            VALUE "N".
009332*    FEES ON THE LEDGER ARE PART OF THE BALANCE AND ARE PAID
009333*    FIRST - WHAT IS LEFT OF THE PAID-TO-DATE IS PRINCIPAL, THE
009334*    FIGURE THE INSTALLMENT SCHEDULE IS MEASURED AGAINST.
009335 01  WS-FEES-CHARGED             PIC 9(06)V99.
009336 01  WS-PRINCIPAL-PAID           PIC 9(06)V99.
009337*----------------------------------------------------------------
009338* PAYMENT REVERSALS FROM lab30.rev, THE DUNNING STAGES THEY PUT
009339* BACK ONCE THE NOTICE HISTORY IS LOADED, AND THE LAB30.RVR
009340* DAILY REVERSALS REGISTER
009341*----------------------------------------------------------------
009342 01  reversalFileStatus          PIC X(02).
009343 01  WS-REVERSAL-FILE-SW         PIC X(01) VALUE "N".
009344     88  REVERSAL-FILE-FOUND              VALUE "Y".
009345     88  REVERSAL-FILE-NOT-FOUND          VALUE "N".
009346 01  WS-REVERSAL-POSTED-SW       PIC X(01) VALUE "N".
009347     88  REVERSAL-POSTED                  VALUE "Y".
009348     88  REVERSAL-NOT-POSTED              VALUE "N".
009349 01  WS-REVERSAL-COUNT           PIC 9(05) COMP VALUE ZERO.
009350 01  WS-REVERSAL-REFUSED         PIC 9(05) COMP VALUE ZERO.
009351 01  WS-REVERSAL-TOTAL           PIC 9(08)V99 VALUE ZERO.
009352 01  WS-REVERSAL-FEE-TOTAL       PIC 9(08)V99 VALUE ZERO.
009353 01  WS-REV-AMOUNT-WORK          PIC 9(06)V99.
009354 01  WS-RST-COUNT                PIC 9(03) COMP VALUE ZERO.
009355 01  WS-RST-SUB                  PIC 9(03) COMP.
009356 01  WS-RESTORE-TABLE.
009357     05  WS-RST-ENTRY OCCURS 200 TIMES.
009358         10  WS-RST-FACULTY      PIC 9(03).
009359         10  WS-RST-LOAN-ID      PIC 9(03).
009360         10  WS-RST-STAGE        PIC 9(01).
009361         10  WS-RST-NOTICE-DATE  PIC 9(08).
009362 01  WS-RVR-HEADING.
009363     05  FILLER                  PIC X(40) VALUE
009364         "RECEIPT  FAC/LOAN   AMOUNT      FEE  RSN".
009365     05  FILLER                  PIC X(40) VALUE
009366         "  STAGE  OPERATOR  STATUS".
009367 01  WS-RVR-DETAIL-LINE.
009368     05  WS-RVR-RECEIPT          PIC 9(05).
009369     05  FILLER                  PIC X(04) VALUE SPACES.
009370     05  WS-RVR-FACULTY          PIC 9(03).
009371     05  FILLER                  PIC X(01) VALUE "/".
009372     05  WS-RVR-LOAN-ID          PIC 9(03).
009373     05  FILLER                  PIC X(02) VALUE SPACES.
009374     05  WS-RVR-AMOUNT           PIC X(07).
009375     05  FILLER                  PIC X(02) VALUE SPACES.
009376     05  WS-RVR-FEE              PIC Z(03)9.99.
009377     05  FILLER                  PIC X(04) VALUE SPACES.
009378     05  WS-RVR-REASON           PIC X(01).
009379     05  FILLER                  PIC X(06) VALUE SPACES.
009380     05  WS-RVR-STAGE            PIC 9(01).
009381     05  FILLER                  PIC X(02) VALUE SPACES.
009382     05  WS-RVR-OPERATOR         PIC X(08).
009383     05  FILLER                  PIC X(02) VALUE SPACES.
009384     05  WS-RVR-STATUS           PIC X(20).
009385 01  WS-RVR-COUNT-DISPLAY        PIC ZZZZ9.
009386 01  WS-RVR-TOTAL-DISPLAY        PIC Z(07)9.99.
009387 01  WS-RVR-FEE-TOTAL-DISPLAY    PIC Z(07)9.99.
009388*----------------------------------------------------------------
009389* FACULTY MASTER (LAB30.FAC) - LOANS ARE VALIDATED AGAINST IT AND
009390* THE REPORT PRINTS THE MASTER'S NAME, NOT THE FREE-TYPED ONE
009391*----------------------------------------------------------------
009392 01  facultyMasterStatus         PIC X(02).
009394 01  WS-FACULTY-FILE-SW          PIC X(01) VALUE "N".
009395     88  FACULTY-FILE-FOUND               VALUE "Y".
009396     88  FACULTY-FILE-NOT-FOUND           VALUE "N".
009397 01  WS-FACULTY-FOUND-SW         PIC X(01) VALUE "N".
009398     88  FACULTY-FOUND                    VALUE "Y".
009399     88  FACULTY-NOT-FOUND                VALUE "N".
009401 01  WS-REPORT-NAME              PIC A(17).
009402 01  WS-REJECT-REASON-CODE       PIC X(04).
009403 01  WS-REJECT-REASON-TEXT       PIC X(40).
009404*----------------------------------------------------------------
009405* DELINQUENCY NOTICES - BUILT ON THE facultyNumber CONTROL BREAK
009406*----------------------------------------------------------------
009408 01  WS-NOTICE-FIRST-SW          PIC X(01) VALUE "Y".
009409     88  NOTICE-FIRST-FACULTY             VALUE "Y".
009410     88  NOTICE-NOT-FIRST-FACULTY         VALUE "N".
009411 01  WS-NTC-FACULTY              PIC 9(03) VALUE ZERO.
009412 01  WS-NTC-NAME                 PIC A(17).
009413 01  WS-NOTICE-COUNT             PIC 9(05) COMP VALUE ZERO.
009415 01  WS-OVERDUE-COUNT            PIC 9(02) COMP VALUE ZERO.
009416 01  WS-OVERDUE-SUB              PIC 9(02) COMP.
009417 01  WS-OVERDUE-TABLE.
009418     05  WS-OVERDUE-ENTRY OCCURS 20 TIMES.
009419         10  WS-OVD-LOAN-ID      PIC 9(03).
009420         10  WS-OVD-DATE         PIC X(08).
009422         10  WS-OVD-AGE          PIC 9(05).
009423         10  WS-OVD-AMOUNT       PIC 9(06)V99.
009424         10  WS-OVD-STAGE        PIC 9(01).
009425 01  WS-OVERDUE-TOTAL            PIC 9(08)V99 VALUE ZERO.
009426 01  WS-NOTICE-TOTAL-LINE.
009427     05  FILLER                  PIC X(16)
009429         VALUE "  TOTAL OVERDUE ".
009430     05  WS-NTL-TOTAL            PIC 9(08).99.
009431*----------------------------------------------------------------
009432* PER-FACULTY STATEMENTS (LAB30.STM) - EVERY LOAN FOR THE
009433* CURRENT FACULTY MEMBER, FLUSHED ON THE SAME CONTROL BREAK
009434* THE DELINQUENCY NOTICES USE
009436*----------------------------------------------------------------
009437 01  WS-STATEMENT-COUNT          PIC 9(05) COMP VALUE ZERO.
009438 01  WS-STM-LOAN-COUNT           PIC 9(02) COMP VALUE ZERO.
009439 01  WS-STM-SUB                  PIC 9(02) COMP.
009440 01  WS-STM-TABLE.
009442     05  WS-STM-ENTRY OCCURS 20 TIMES.
009443         10  WS-STM-LOAN-ID      PIC 9(03).
009444         10  WS-STM-DATE         PIC X(08).
009445         10  WS-STM-AGE          PIC 9(05).
009446         10  WS-STM-AMOUNT       PIC 9(06)V99.
009447         10  WS-STM-SCHEDULE-SW  PIC X(01).
009449             88  STM-ON-SCHEDULE         VALUE "Y".
009450         10  WS-STM-NEXT-AMOUNT  PIC 9(06)V99.
009451         10  WS-STM-NEXT-DATE    PIC X(08).
009452         10  WS-STM-ARREARS      PIC 9(03).
009453         10  WS-STM-DEFER-END    PIC 9(08).
009454 01  WS-STM-TOTAL                PIC 9(08)V99 VALUE ZERO.
009456 01  WS-STM-OLDEST               PIC 9(05) VALUE ZERO.
009457 01  WS-STM-DETAIL-LINE.
009458     05  FILLER                  PIC X(02) VALUE "  ".
009459     05  WS-STM-DL-LOAN-ID       PIC 9(03).
009460     05  FILLER                  PIC X(03) VALUE "   ".
009461     05  WS-STM-DL-DATE          PIC X(08).
009463     05  FILLER                  PIC X(02) VALUE "  ".
009464     05  WS-STM-DL-AGE           PIC 9(05).
009465     05  FILLER                  PIC X(02) VALUE "  ".
009466     05  WS-STM-DL-AMOUNT        PIC 9(06).99.
009467     05  WS-STM-DL-SCHEDULE.
009468         10  FILLER              PIC X(02) VALUE "  ".
009470         10  WS-STM-DL-NEXT-AMOUNT
009471                                 PIC 9(06).99.
009472         10  FILLER              PIC X(02) VALUE "  ".
009473         10  WS-STM-DL-NEXT-DATE PIC X(08).
009474         10  FILLER              PIC X(06) VALUE SPACES.
009475         10  WS-STM-DL-ARREARS   PIC ZZ9.
009477 01  WS-STM-HEADING-LINE.
009478     05  FILLER                  PIC X(32)
009479         VALUE "  LOAN  DATE      AGE    BALANCE".
009480     05  FILLER                  PIC X(32)
009481         VALUE "     NEXT DUE  DUE DATE  ARREARS".
009482 01  WS-STM-TOTAL-LINE.
009484     05  FILLER                  PIC X(12)
009485         VALUE "  TOTAL DUE ".
009486     05  WS-STM-TL-TOTAL         PIC 9(08).99.
009487     05  FILLER                  PIC X(15)
009488         VALUE "   OLDEST LOAN ".
009489     05  WS-STM-TL-OLDEST        PIC 9(05).
009491     05  FILLER                  PIC X(05) VALUE " DAYS".
009492*----------------------------------------------------------------
009493* INSTALLMENT SCHEDULES (LAB30.SCH) - WHERE THE LOAN STANDS
009494* AGAINST ITS SCHEDULE, SET BY 1980 FOR THE AGE AND STATEMENT
009495*----------------------------------------------------------------
009497 01  scheduleFileStatus          PIC X(02).
009498 01  WS-SCHEDULE-FILE-SW         PIC X(01) VALUE "N".
009499     88  SCHEDULE-FILE-FOUND              VALUE "Y".
009500     88  SCHEDULE-FILE-NOT-FOUND          VALUE "N".
009501 01  WS-LOAN-SCHEDULE-SW         PIC X(01) VALUE "N".
009502     88  LOAN-HAS-SCHEDULE                VALUE "Y".
009504     88  LOAN-HAS-NO-SCHEDULE             VALUE "N".
009505 01  WS-SCH-OLDEST-MISSED        PIC 9(08).
009506 01  WS-SCH-ARREARS              PIC 9(03).
009507 01  WS-SCH-NEXT-DATE            PIC 9(08).
009508 01  WS-SCH-NEXT-AMOUNT          PIC 9(06)V99.
009509 01  WS-SCH-LAST-CUMULATIVE      PIC 9(06)V99.
009511 01  WS-AGE-FROM-DATE            PIC 9(08).
009512 01  WS-AGE-FROM-INT             PIC 9(07).
009513*----------------------------------------------------------------
009514* DUNNING CYCLE - THE LAB30.NHS NOTICE HISTORY REMEMBERS THE
009515* STAGE AND DATE OF THE LAST NOTICE PER FACULTY/LOAN, BUSDAY
009516* DRIVES THE ESCALATION CLOCK, AND STAGE-3 LOANS ALSO GO ON
009518* THE LAB30.FDM FINAL-DEMAND REGISTER FOR THE BURSAR. THE
009519* NOTICE DETAIL LINE LIVES HERE TOO SINCE IT NOW CARRIES THE
009520* STAGE TEXT.
009521*----------------------------------------------------------------
009522 01  noticeHistFileStatus        PIC X(02).
009523 01  WS-NHS-COUNT                PIC 9(03) COMP VALUE ZERO.
009525 01  WS-NHS-SUB                  PIC 9(03) COMP.
009526 01  WS-NHS-HIT                  PIC 9(03) COMP VALUE ZERO.
009527 01  WS-NHS-TABLE.
009528     05  WS-NHS-ENTRY OCCURS 300 TIMES.
009529         10  WS-NHS-FACULTY      PIC 9(03).
009530         10  WS-NHS-LOAN-ID      PIC 9(03).
009532         10  WS-NHS-STAGE        PIC 9(01).
009533         10  WS-NHS-LAST-DATE    PIC 9(08).
009534         10  WS-NHS-SEEN-SW      PIC X(01).
009535             88  NHS-SEEN                VALUE "Y".
009536             88  NHS-NOT-SEEN            VALUE "N".
009537 01  WS-DUNNING-DAYS             PIC 9(03) VALUE 10.
009539 01  WS-LOAN-STAGE               PIC 9(01).
009540 01  WS-NTC-MAX-STAGE            PIC 9(01).
009541 01  WS-STAGE-LABELS.
009542     05  FILLER                  PIC X(13) VALUE "FIRST NOTICE".
009543     05  FILLER                  PIC X(13) VALUE "SECOND NOTICE".
009544     05  FILLER                  PIC X(13) VALUE "FINAL DEMAND".
009546 01  WS-STAGE-LABEL-TABLE REDEFINES WS-STAGE-LABELS.
009547     05  WS-STAGE-LABEL          PIC X(13) OCCURS 3 TIMES.
009548 01  WS-NOTICE-LINE.
009549     05  FILLER                  PIC X(07) VALUE "  LOAN ".
009550     05  WS-NTL-LOAN-ID          PIC 9(03).
009552     05  FILLER                  PIC X(08) VALUE "  DATED ".
009553     05  WS-NTL-DATE             PIC X(08).
009554     05  FILLER                  PIC X(02) VALUE "  ".
009555     05  WS-NTL-AGE              PIC 9(05).
009556     05  FILLER                  PIC X(19)
009557         VALUE " DAYS OLD   AMOUNT ".
009559     05  WS-NTL-AMOUNT           PIC 9(06).99.
009560     05  FILLER                  PIC X(02) VALUE "  ".
009561     05  WS-NTL-STAGE            PIC X(13).
009562 01  WS-FDM-COUNT                PIC 9(05) COMP VALUE ZERO.
009563 01  WS-FDM-COUNT-DISPLAY        PIC 9(05).
009564 01  WS-FDM-TOTAL                PIC 9(08)V99 VALUE ZERO.
009566 01  WS-FDM-TOTAL-DISPLAY        PIC 9(08).99.
009567 01  WS-FDM-LINE.
009568     05  FILLER                  PIC X(02) VALUE "  ".
009569     05  WS-FDM-FACULTY          PIC 9(03).
009570     05  FILLER                  PIC X(01) VALUE "/".
009571     05  WS-FDM-LOAN-ID          PIC 9(03).
009573     05  FILLER                  PIC X(02) VALUE "  ".
009574     05  WS-FDM-NAME             PIC A(17).
009575     05  FILLER                  PIC X(02) VALUE "  ".
009576     05  WS-FDM-AGE              PIC 9(05).
009577     05  FILLER                  PIC X(07) VALUE " DAYS  ".
009578     05  WS-FDM-AMOUNT           PIC 9(06).99.
009580*----------------------------------------------------------------
009581* CHARGE-OFF CANDIDATES ALREADY ON LAB30.PND, HELD AS KEYS SO
009582* A LOAN IS ONLY QUEUED FOR WRITE-OFF REVIEW ONCE
009583*----------------------------------------------------------------
009584 01  WS-PND-COUNT                PIC 9(03) COMP VALUE ZERO.
009585 01  WS-PND-SUB                  PIC 9(03) COMP.
009587 01  WS-PND-HIT                  PIC 9(03) COMP VALUE ZERO.
009588 01  WS-PND-TABLE.
009589     05  WS-PND-ENTRY OCCURS 300 TIMES.
009590         10  WS-PND-FACULTY      PIC 9(03).
009591         10  WS-PND-LOAN-ID      PIC 9(03).
009592         10  WS-PND-SOURCE       PIC X(01).
009594             88  PND-FROM-PENDING        VALUE "P".
009596             88  PND-FROM-HISTORY        VALUE "H".
009597 01  WS-PND-CREATOR              PIC X(08).
009599*----------------------------------------------------------------
009601* DOLLAR-TOTAL AGING-BUCKET REPORT
009603*----------------------------------------------------------------
009604 01  WS-AGE-IN-DAYS              PIC 9(07).
009606 01  WS-LOAN-AMT-NUM             PIC 9(04)v99.
009608 01  WS-BUCKET-SUB               PIC 9(01) COMP.
009610*----------------------------------------------------------------
009612* FACULTY SEPARATION - A SEPARATED MEMBER'S OPEN LOANS STOP
009614* AGING THROUGH THE BUCKETS, SHOW AS DUE ON SEPARATION ON THE
010868     05  WS-BUCKET-INTEREST      PIC 9(08)V99 OCCURS 5 TIMES
010869                                 VALUE ZERO.
010870 01  WS-ACCRUED-INTEREST         PIC 9(07)V99.
010871*----------------------------------------------------------------
010872* GENERAL-LEDGER WORK - THE INTEREST TO JOURNAL FOR ONE LOAN IS
010873* TONIGHT'S ACCRUAL LESS WHAT LAB30.LIX SAYS IS ALREADY BOOKED
010874*----------------------------------------------------------------
010875 01  WS-INTEREST-DELTA           PIC S9(07)V99.
010876*----------------------------------------------------------------
010877* CALL INTERFACE TO THE SHARED GENERAL-LEDGER POSTING SUBPROGRAM
010878*----------------------------------------------------------------
010879 COPY "glpparm.cpy".
010880 01  WS-BUCKET-PRINCIPAL-DISP    PIC 9(08).99.
010882 01  WS-BUCKET-INTEREST-DISP     PIC 9(08).99.
010884*----------------------------------------------------------------
010886* CALL INTERFACE TO THE SHARED MONTH-TABLE SUBPROGRAM
010888*----------------------------------------------------------------
010890 COPY "mtblparm.cpy".
010891*----------------------------------------------------------------
010892* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
011460         THRU 1200-LOAD-CHECKPOINT-EXIT.
011470
011480     PERFORM 1350-OPEN-LOAN-LEDGER
011481         THRU 1350-OPEN-LOAN-LEDGER-EXIT.
011483     PERFORM 1400-POST-PAYMENT-BATCH
011484         THRU 1400-POST-PAYMENT-BATCH-EXIT.
011486     PERFORM 1460-POST-REVERSAL-BATCH
011487         THRU 1460-POST-REVERSAL-BATCH-EXIT.
011489     PERFORM 8200-CONSUME-PAYMENT-FILE
011490         THRU 8200-CONSUME-PAYMENT-FILE-EXIT.
011492     PERFORM 8250-CONSUME-REVERSAL-FILE
011493         THRU 8250-CONSUME-REVERSAL-FILE-EXIT.
011495
011496     PERFORM 1500-OPEN-FACULTY-MASTER
011497         THRU 1500-OPEN-FACULTY-MASTER-EXIT.
011498     PERFORM 1510-OPEN-SCHEDULE-FILE
011499         THRU 1510-OPEN-SCHEDULE-FILE-EXIT.
011500     PERFORM 1700-GET-AGE-MODE
011501         THRU 1700-GET-AGE-MODE-EXIT.
011502
011503     PERFORM 1370-LOAD-NOTICE-HISTORY
011504         THRU 1370-LOAD-NOTICE-HISTORY-EXIT.
011505     PERFORM 1470-RESTORE-NOTICE-STAGES
011506         THRU 1470-RESTORE-NOTICE-STAGES-EXIT.
011507     PERFORM 1395-LOAD-DEFERRALS
011508         THRU 1395-LOAD-DEFERRALS-EXIT.
011664
011820     PERFORM 1430-CHECK-CATCH-UP
011840         THRU 1430-CHECK-CATCH-UP-EXIT.
011900
013519         THRU 4460-END-FINAL-DEMAND-EXIT.
013521     PERFORM 4700-END-EXIT-CLEARANCE
013522         THRU 4700-END-EXIT-CLEARANCE-EXIT.
013523     PERFORM 3300-WRITE-DEFERRAL-EXPIRY
013524         THRU 3300-WRITE-DEFERRAL-EXPIRY-EXIT.
013527     PERFORM 8000-CLEAR-CHECKPOINT
013530         THRU 8000-CLEAR-CHECKPOINT-EXIT.
013600
013700     DISPLAY "Total loans: " totalLoans.
013704         DISPLAY WS-PAID-IN-FULL-COUNT
013706             " loan(s) paid in full - dropped from aging"
013708     END-IF.
013709     IF WS-CHARGED-OFF-COUNT NOT = ZERO
013710         DISPLAY WS-CHARGED-OFF-COUNT
013712             " loan(s) already charged off - dropped from aging"
013713     END-IF.
013715     PERFORM 8300-REWRITE-NOTICE-HISTORY
013716         THRU 8300-REWRITE-NOTICE-HISTORY-EXIT.
013717     IF WS-POSTED-TOTAL NOT = ZERO
014076     IF FACULTY-FILE-FOUND
014077         CLOSE facultyMaster
014078     END-IF.
014079     IF SCHEDULE-FILE-FOUND
014080         CLOSE scheduleFile
014085     END-IF.
014090*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
014095     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
014100     STOP RUN.
014200*----------------------------------------------------------------
014300 1000-GET-AGING-THRESHOLDS.
017836     CLOSE paymentFile.
017837 1400-POST-PAYMENT-BATCH-EXIT.
017838     EXIT.
017839*----------------------------------------------------------------
017840 1410-POST-ONE-PAYMENT.
017841*    ONE PAYMENT INTO THE LEDGER - A KEYED READ, THEN A REWRITE
017842*    (OR A WRITE FOR A LOAN TAKING ITS FIRST PAYMENT). THE
017843*    LAST-POSTED DATE IS WHAT TELLS THE DUNNING CYCLE A LOAN
017844*    PAID TONIGHT.
017845*----------------------------------------------------------------
017846     COMPUTE WS-PMT-AMOUNT-WORK =
017847         pmtAmtWhole + (pmtAmtFrac / 100).
017848     MOVE pmtFacultyNumberI TO lixFacultyNumber.
017849     MOVE pmtLoanIdI        TO lixLoanId.
017850     READ ledgerMaster
017851         KEY IS lixKey
017852         INVALID KEY
017853             MOVE WS-PMT-AMOUNT-WORK TO lixPaidToDate
017854             MOVE currentDate TO lixLastPostDate
017855             MOVE ZERO TO lixInterestBooked
017856             MOVE ZERO TO lixFeesCharged
017857             WRITE ledgerKeyRec
017858         NOT INVALID KEY
017859             ADD WS-PMT-AMOUNT-WORK TO lixPaidToDate
017860             MOVE currentDate TO lixLastPostDate
017861             REWRITE ledgerKeyRec
017862     END-READ.
017863     ADD 1 TO WS-PAYMENT-COUNT.
017864     ADD WS-PMT-AMOUNT-WORK TO WS-POSTED-TOTAL.
017865     PERFORM 1415-TALLY-PAYMENT-DATE
017866         THRU 1415-TALLY-PAYMENT-DATE-EXIT.
017867*    THE CASH SIDE GOES TO THE GENERAL LEDGER DATED THE DAY THE
017868*    MONEY WAS TAKEN, NOT THE NIGHT IT POSTED.
017869     MOVE "LAB30"           TO GLP-PROGRAM-NAME.
017870     SET GLP-EVENT-PAYMENT  TO TRUE.
017871     MOVE pmtYearI          TO GLP-EVENT-DATE(1:4).
017872     MOVE pmtMonthI         TO GLP-EVENT-DATE(5:2).
017873     MOVE pmtDayI           TO GLP-EVENT-DATE(7:2).
017874     MOVE pmtFacultyNumberI TO GLP-FACULTY-NUMBER.
017875     MOVE pmtLoanIdI        TO GLP-LOAN-ID.
017876     MOVE SPACES            TO GLP-REFERENCE.
017877     MOVE WS-PMT-AMOUNT-WORK TO GLP-AMOUNT.
017878     CALL "GLPOST" USING GLP-PARM.
017879 1410-POST-ONE-PAYMENT-EXIT.
017880     EXIT.
017881*----------------------------------------------------------------
017882 1500-OPEN-FACULTY-MASTER.
017883*    LAB30.FIX, THE KEYED FACULTY MASTER LAB30LD BUILDS FROM
017884*    LAB30.FAC, STAYS OPEN FOR DIRECT READS THROUGH THE RUN.
017885*    WITHOUT IT THE RUN FALLS BACK TO THE OLD BEHAVIOR - NO
017886*    FACULTY VALIDATION AND THE FREE-TYPED NAME ON THE LOAN
017887*    RECORD.
017888*----------------------------------------------------------------
017889     SET FACULTY-FILE-NOT-FOUND TO TRUE.
017890     OPEN INPUT facultyMaster.
017891     IF facultyMasterStatus = "00"
017892         SET FACULTY-FILE-FOUND TO TRUE
017893     ELSE
017894         DISPLAY "WARNING - LAB30.FIX not found (run LAB30LD), "
017895             "faculty numbers not validated"
017896         CLOSE facultyMaster
017897     END-IF.
017898 1500-OPEN-FACULTY-MASTER-EXIT.
017899     EXIT.
017900*----------------------------------------------------------------
017901 1510-OPEN-SCHEDULE-FILE.
017902*    LAB30.SCH, THE KEYED INSTALLMENT SCHEDULES LAB30ENT WRITES,
017903*    STAYS OPEN FOR READS THROUGH THE RUN. WITHOUT IT EVERY LOAN
017904*    AGES ON ITS LOAN DATE, AS IT ALWAYS DID.
017905*----------------------------------------------------------------
017906     SET SCHEDULE-FILE-NOT-FOUND TO TRUE.
017907     OPEN INPUT scheduleFile.
017908     IF scheduleFileStatus = "00"
017909         SET SCHEDULE-FILE-FOUND TO TRUE
017910     ELSE
017911         DISPLAY "WARNING - LAB30.SCH not found, all loans "
017912             "aged on the loan date"
017913         CLOSE scheduleFile
017914     END-IF.
017915 1510-OPEN-SCHEDULE-FILE-EXIT.
017916     EXIT.
017917*----------------------------------------------------------------
017919 1700-GET-AGE-MODE.
017920*    ASK WHETHER LOAN AGES SHOULD BE COUNTED IN CALENDAR DAYS
017921*    (THE HISTORICAL RULE) OR BUSINESS DAYS VIA THE SHARED
018192*----------------------------------------------------------------
018193 1970-COMPUTE-LOAN-AGE.
018194*    THE LOAN'S AGE IN CALENDAR OR BUSINESS DAYS, PER THE
018195*    OPERATOR'S AGING MODE. A SCHEDULED LOAN AGES FROM ITS
018196*    OLDEST MISSED INSTALLMENT (ZERO WHEN NONE IS MISSED), SO
018197*    THE PAID-TO-DATE FROM 2050 MUST ALREADY BE IN HAND.
018198*----------------------------------------------------------------
018199     COMPUTE loanDateFormatted =
018200         (loanYear * 10000) + (loanMonth * 100) + loanDay.
018201     COMPUTE loanDateInt =
018202         FUNCTION INTEGER-OF-DATE(loanDateFormatted).
018203     MOVE loanDateFormatted TO WS-AGE-FROM-DATE.
018204     PERFORM 1980-CHECK-LOAN-SCHEDULE
018205         THRU 1980-CHECK-LOAN-SCHEDULE-EXIT.
018206     IF LOAN-HAS-SCHEDULE
018207         IF WS-SCH-OLDEST-MISSED = ZERO
018208             MOVE ZERO TO WS-AGE-IN-DAYS
018209             GO TO 1970-COMPUTE-LOAN-AGE-EXIT
018210         END-IF
018211         MOVE WS-SCH-OLDEST-MISSED TO WS-AGE-FROM-DATE
018212     END-IF.
018213     COMPUTE WS-AGE-FROM-INT =
018214         FUNCTION INTEGER-OF-DATE(WS-AGE-FROM-DATE).
018215     IF BUSINESS-DAY-AGING
018216         SET BDAY-COUNT-BUSINESS-DAYS TO TRUE
018217         MOVE WS-AGE-FROM-DATE TO BDAY-DATE
018218         MOVE currentDate TO BDAY-END-DATE
018219         CALL "BUSDAY" USING BDAY-PARM
018220         IF BDAY-IS-VALID
018221             MOVE BDAY-DAY-COUNT TO WS-AGE-IN-DAYS
018222         ELSE
018223             MOVE ZERO TO WS-AGE-IN-DAYS
018224         END-IF
018225     ELSE
018226         COMPUTE WS-AGE-IN-DAYS =
018227             currentDateInt - WS-AGE-FROM-INT
018228     END-IF.
018229 1970-COMPUTE-LOAN-AGE-EXIT.
018230     EXIT.
018231*----------------------------------------------------------------
018232 2080-ACCUMULATE-SKIPPED-LOAN.
018233*    A RESTART-SKIPPED LOAN'S BUCKET, HISTORY, AND COUNTER WORK
018234*    CAME BACK WITH THE CHECKPOINT - BUT LAB30.NTC AND
018235*    LAB30.STM ARE REBUILT FROM SCRATCH EVERY RUN, SO THE LOAN
018236*    STILL FLOWS THROUGH THE PAYMENT MATCHING AND THE NOTICE/
018237*    STATEMENT ACCUMULATION. NOTHING HERE TOUCHES THE BUCKETS,
018238*    THE HISTORY FILE, OR totalLoans. A RECORD THE PRIOR RUN
018239*    REJECTED STILL ONLY GETS ITS PAYMENTS CLAIMED - IT WAS
018240*    NEVER AGED AND IS ALREADY ON REJECT.LOG.
018241*----------------------------------------------------------------
018242     PERFORM 1900-VALIDATE-LOAN-RECORD
018243         THRU 1900-VALIDATE-LOAN-RECORD-EXIT.
018244     IF INVALID-RECORD
018245         PERFORM 2050-APPLY-PAYMENTS
018246             THRU 2050-APPLY-PAYMENTS-EXIT
018247         GO TO 2080-ACCUMULATE-SKIPPED-LOAN-EXIT
018248     END-IF.
018249     PERFORM 1520-LOOK-UP-FACULTY
018250         THRU 1520-LOOK-UP-FACULTY-EXIT.
018251     PERFORM 1960-NOTE-FACULTY-BREAK
018252         THRU 1960-NOTE-FACULTY-BREAK-EXIT.
018253     PERFORM 2050-APPLY-PAYMENTS
018254         THRU 2050-APPLY-PAYMENTS-EXIT.
018255     PERFORM 2060-CHECK-CHARGED-OFF
018256         THRU 2060-CHECK-CHARGED-OFF-EXIT.
018257     IF LOAN-CHARGED-OFF
018258         ADD 1 TO WS-CHARGED-OFF-COUNT
018259         GO TO 2080-ACCUMULATE-SKIPPED-LOAN-EXIT
018260     END-IF.
018261     PERFORM 1970-COMPUTE-LOAN-AGE
018262         THRU 1970-COMPUTE-LOAN-AGE-EXIT.
018263     PERFORM 1990-CHECK-LOAN-DEFERRAL
018264         THRU 1990-CHECK-LOAN-DEFERRAL-EXIT.
018266     COMPUTE WS-LOAN-AMT-NUM =
018267         loanAmtWhole + (loanAmtFrac / 100).
018268     COMPUTE WS-CURRENT-BALANCE =
018269         WS-LOAN-AMT-NUM + WS-FEES-CHARGED - WS-PAYMENTS-APPLIED.
018270     IF WS-CURRENT-BALANCE > ZERO AND (FACULTY-SEPARATED
018271         OR (WS-AGE-IN-DAYS > WS-THRESHOLD-OLD
018272             AND LOAN-NOT-DEFERRED))
018273         PERFORM 4200-ADD-OVERDUE-LOAN
018274             THRU 4200-ADD-OVERDUE-LOAN-EXIT
018275     END-IF.
018277     IF WS-CURRENT-BALANCE > ZERO AND LOAN-DEFERRED
018278         AND NOT FACULTY-SEPARATED
018279         PERFORM 2160-HOLD-DEFERRED-LOAN
018280             THRU 2160-HOLD-DEFERRED-LOAN-EXIT
018281     END-IF.
018282     PERFORM 4300-ADD-STATEMENT-LOAN
018283         THRU 4300-ADD-STATEMENT-LOAN-EXIT.
018284 2080-ACCUMULATE-SKIPPED-LOAN-EXIT.
018285     EXIT.
018286*----------------------------------------------------------------
018287 1050-RELEASE-LOAN-RECORDS.
018289*    THE SORT'S INPUT PROCEDURE - READ lab30.in DIRECTLY (RATHER
018290*    THAN LETTING SORT OPEN IT WITH USING) SO A TRAILER RECORD
018291*    CAN BE PULLED OUT AND COUNTED INSTEAD OF FLOWING INTO THE
018292*    SORT AS IF IT WERE A LOAN.
018293*----------------------------------------------------------------
018294     OPEN INPUT inFile
018295         PERFORM FOREVER
018296             READ inFile
018297                 AT END
018298                 EXIT PERFORM
018300             END-READ
018310             PERFORM 1060-RELEASE-ONE-LOAN-RECORD
018320                 THRU 1060-RELEASE-ONE-LOAN-RECORD-EXIT
018756         THRU 1520-LOOK-UP-FACULTY-EXIT.
018757     PERFORM 1960-NOTE-FACULTY-BREAK
018758         THRU 1960-NOTE-FACULTY-BREAK-EXIT.
018759     PERFORM 2050-APPLY-PAYMENTS
018760         THRU 2050-APPLY-PAYMENTS-EXIT.
018761*    A LOAN LAB30WOF HAS ALREADY CHARGED OFF STAYS ON lab30.in
018763*    BUT IS NO LONGER A RECEIVABLE - NO BUCKET, NO ACCRUAL, NO
018765*    NOTICE, NO STATEMENT. WHATEVER INTEREST WAS BOOKED ON IT
018766*    BEFORE THE CHARGE-OFF IS REVERSED (ONCE - THE LEDGER FIGURE
018768*    IS ZERO AFTER THAT).
018770     PERFORM 2060-CHECK-CHARGED-OFF
018771         THRU 2060-CHECK-CHARGED-OFF-EXIT.
018773     IF LOAN-CHARGED-OFF
018775         PERFORM 2170-REVERSE-BOOKED-INTEREST
018776             THRU 2170-REVERSE-BOOKED-INTEREST-EXIT
018778         ADD 1 TO WS-CHARGED-OFF-COUNT
018780         DISPLAY "Loan " loanId " for faculty " facultyNumber
018781             " is charged off - dropped from aging"
018783         GO TO 2000-PROCESS-ONE-LOAN-EXIT
018785     END-IF.
018786     PERFORM 1970-COMPUTE-LOAN-AGE
018788         THRU 1970-COMPUTE-LOAN-AGE-EXIT.
018790     PERFORM 1990-CHECK-LOAN-DEFERRAL
018792         THRU 1990-CHECK-LOAN-DEFERRAL-EXIT.
018810     PERFORM 2200-DISPLAY-LOAN-DATE
018820         THRU 2200-DISPLAY-LOAN-DATE-EXIT.
018830
018850         DISPLAY "Thank you for your buisness " WS-REPORT-NAME
018860     END-IF.
018870     IF WS-AGE-IN-DAYS > WS-THRESHOLD-HISTORY
018875         AND LOAN-NOT-DEFERRED
018880         PERFORM 2300-QUEUE-WRITEOFF-CANDIDATE
018890             THRU 2300-QUEUE-WRITEOFF-CANDIDATE-EXIT
018920     END-IF.
018980             "we want your money again " WS-REPORT-NAME
018990     END-IF.
019000
019010     PERFORM 2100-FILE-AGING-BUCKET
019020         THRU 2100-FILE-AGING-BUCKET-EXIT.
019022     PERFORM 4300-ADD-STATEMENT-LOAN
019065*    THERE BEFORE THE LOAN PASS. THE LAST-POSTED DATE IS WHAT
019066*    RESETS THE DUNNING CLOCK FOR A LOAN THAT PAID.
019067*----------------------------------------------------------------
019068     MOVE ZERO TO WS-PAYMENTS-APPLIED.
019069     MOVE ZERO TO WS-LAST-POST-DATE.
019070     MOVE ZERO TO WS-FEES-CHARGED.
019071     MOVE facultyNumber TO lixFacultyNumber.
019072     MOVE loanId        TO lixLoanId.
019073     READ ledgerMaster
019077         NOT INVALID KEY
019078             MOVE lixPaidToDate TO WS-PAYMENTS-APPLIED
019079             MOVE lixLastPostDate TO WS-LAST-POST-DATE
019080             MOVE lixFeesCharged TO WS-FEES-CHARGED
019081     END-READ.
019082     IF WS-PAYMENTS-APPLIED > WS-FEES-CHARGED
019084         COMPUTE WS-PRINCIPAL-PAID =
019085             WS-PAYMENTS-APPLIED - WS-FEES-CHARGED
019086     ELSE
019088         MOVE ZERO TO WS-PRINCIPAL-PAID
019089     END-IF.
019091 2050-APPLY-PAYMENTS-EXIT.
019092     EXIT.
019093*----------------------------------------------------------------
019094 2060-CHECK-CHARGED-OFF.
019095*    A HIT ON A LAB30.HIST KEY IN THE WRITE-OFF TABLE MEANS THE
019096*    LOAN WAS APPROVED FOR CHARGE-OFF. A KEY THAT IS ONLY QUEUED
019098*    ON LAB30.PND IS STILL A LIVE LOAN.
019099*----------------------------------------------------------------
019100     SET LOAN-NOT-CHARGED-OFF TO TRUE.
019101     PERFORM 2065-CHECK-ONE-HISTORY-KEY
019103         THRU 2065-CHECK-ONE-HISTORY-KEY-EXIT
019104         VARYING WS-PND-SUB FROM 1 BY 1
019105         UNTIL WS-PND-SUB > WS-PND-COUNT
019106         OR LOAN-CHARGED-OFF.
019107 2060-CHECK-CHARGED-OFF-EXIT.
019109     EXIT.
019110*----------------------------------------------------------------
019111 2065-CHECK-ONE-HISTORY-KEY.
019112*----------------------------------------------------------------
019114     IF PND-FROM-HISTORY(WS-PND-SUB)
019115         AND WS-PND-FACULTY(WS-PND-SUB) = facultyNumber
019116         AND WS-PND-LOAN-ID(WS-PND-SUB) = loanId
019117         SET LOAN-CHARGED-OFF TO TRUE
019118     END-IF.
019120 2065-CHECK-ONE-HISTORY-KEY-EXIT.
019121     EXIT.
019122*----------------------------------------------------------------
019123 2100-FILE-AGING-BUCKET.
019125*    ADD THIS LOAN'S COUNT AND DOLLAR AMOUNT INTO EXACTLY ONE OF
019126*    THE FIVE MUTUALLY EXCLUSIVE AGING BUCKETS.
019127*----------------------------------------------------------------
019128     EVALUATE TRUE
019130         WHEN WS-AGE-IN-DAYS <= WS-THRESHOLD-RECENT
019140             MOVE 1 TO WS-BUCKET-SUB
019150         WHEN WS-AGE-IN-DAYS <= WS-THRESHOLD-MID
019220             MOVE 5 TO WS-BUCKET-SUB
019230     END-EVALUATE.
019240
019241     COMPUTE WS-LOAN-AMT-NUM =
019242         loanAmtWhole + (loanAmtFrac / 100).
019243     COMPUTE WS-CURRENT-BALANCE =
019244         WS-LOAN-AMT-NUM + WS-FEES-CHARGED - WS-PAYMENTS-APPLIED.
019245*    A SEPARATED MEMBER'S OPEN BALANCE IS DUE NOW, NOT AGING -
019246*    IT GOES TO THE EXIT-CLEARANCE REPORT, NOT A BUCKET.
019247     IF FACULTY-SEPARATED AND WS-CURRENT-BALANCE > ZERO
019248         PERFORM 2170-REVERSE-BOOKED-INTEREST
019249             THRU 2170-REVERSE-BOOKED-INTEREST-EXIT
019250         PERFORM 4550-ADD-EXIT-CLEARANCE-LOAN
019251             THRU 4550-ADD-EXIT-CLEARANCE-LOAN-EXIT
019253         GO TO 2100-FILE-AGING-BUCKET-EXIT
019254     END-IF.
019255*    A LOAN UNDER A HARDSHIP DEFERRAL IS OWED BUT NOT AGING - NO
019256*    BUCKET, NO ACCRUAL, NO NOTICE.
019257     IF LOAN-DEFERRED AND WS-CURRENT-BALANCE > ZERO
019258         PERFORM 2170-REVERSE-BOOKED-INTEREST
019259             THRU 2170-REVERSE-BOOKED-INTEREST-EXIT
019260         PERFORM 2160-HOLD-DEFERRED-LOAN
019261             THRU 2160-HOLD-DEFERRED-LOAN-EXIT
019262         GO TO 2100-FILE-AGING-BUCKET-EXIT
019263     END-IF.
019265     IF WS-CURRENT-BALANCE > ZERO
019266         COMPUTE WS-ACCRUED-INTEREST ROUNDED =
019267             (WS-CURRENT-BALANCE
019268             * WS-BUCKET-RATE(WS-BUCKET-SUB)
019269             * WS-AGE-IN-DAYS) / 36500
019270         PERFORM 2150-JOURNAL-INTEREST
019271             THRU 2150-JOURNAL-INTEREST-EXIT
019272         ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET-SUB)
019273         ADD WS-CURRENT-BALANCE
019274             TO WS-BUCKET-PRINCIPAL(WS-BUCKET-SUB)
019275         ADD WS-ACCRUED-INTEREST
019276             TO WS-BUCKET-INTEREST(WS-BUCKET-SUB)
019278         COMPUTE WS-BUCKET-AMOUNT(WS-BUCKET-SUB) =
019279             WS-BUCKET-AMOUNT(WS-BUCKET-SUB)
019280             + WS-CURRENT-BALANCE + WS-ACCRUED-INTEREST
019281         IF WS-AGE-IN-DAYS > WS-THRESHOLD-OLD
019282             PERFORM 4200-ADD-OVERDUE-LOAN
019283                 THRU 4200-ADD-OVERDUE-LOAN-EXIT
019284         END-IF
019285     ELSE
019286         ADD 1 TO WS-PAID-IN-FULL-COUNT
019287         PERFORM 2170-REVERSE-BOOKED-INTEREST
019288             THRU 2170-REVERSE-BOOKED-INTEREST-EXIT
019290         DISPLAY "Loan " loanId " for faculty " facultyNumber
019291             " is paid in full - dropped from aging"
019292     END-IF.
019293 2100-FILE-AGING-BUCKET-EXIT.
019294     EXIT.
019295*----------------------------------------------------------------
019296 2150-JOURNAL-INTEREST.
019297*    THE ACCRUAL ABOVE IS INTEREST-TO-DATE, SO ONLY ITS CHANGE
019298*    SINCE THE LAST RUN IS NEW INCOME. LAB30.LIX HOLDS WHAT HAS
019299*    BEEN BOOKED SO FAR - THE DIFFERENCE IS JOURNALED AND THE
019300*    LEDGER BROUGHT UP TO TONIGHT'S FIGURE. A LOAN THAT DROPS TO
019301*    A LOWER-RATE BUCKET OR PAYS DOWN COMES OUT NEGATIVE, AND
019302*    GLPOST POSTS THE REVERSING ENTRY. A LOAN WITH NO LEDGER
019303*    RECORD YET GETS ONE HERE.
019304*----------------------------------------------------------------
019305     MOVE facultyNumber TO lixFacultyNumber.
019306     MOVE loanId        TO lixLoanId.
019307     READ ledgerMaster
019308         KEY IS lixKey
019309         INVALID KEY
019310             MOVE WS-ACCRUED-INTEREST TO WS-INTEREST-DELTA
019311             MOVE ZERO TO lixPaidToDate
019312             MOVE ZERO TO lixLastPostDate
019313             MOVE WS-ACCRUED-INTEREST TO lixInterestBooked
019314             MOVE ZERO TO lixFeesCharged
019315             IF WS-INTEREST-DELTA NOT = ZERO
019316                 WRITE ledgerKeyRec
019317             END-IF
019318         NOT INVALID KEY
019319             COMPUTE WS-INTEREST-DELTA =
019320                 WS-ACCRUED-INTEREST - lixInterestBooked
019321             IF WS-INTEREST-DELTA NOT = ZERO
019322                 MOVE WS-ACCRUED-INTEREST TO lixInterestBooked
019323                 REWRITE ledgerKeyRec
019324             END-IF
019325     END-READ.
019326     IF WS-INTEREST-DELTA = ZERO
019327         GO TO 2150-JOURNAL-INTEREST-EXIT
019328     END-IF.
019329     MOVE "LAB30"          TO GLP-PROGRAM-NAME.
019330     SET GLP-EVENT-INTEREST TO TRUE.
019331     MOVE currentDate      TO GLP-EVENT-DATE.
019332     MOVE facultyNumber    TO GLP-FACULTY-NUMBER.
019333     MOVE loanId           TO GLP-LOAN-ID.
019334     MOVE SPACES           TO GLP-REFERENCE.
019335     MOVE WS-INTEREST-DELTA TO GLP-AMOUNT.
019337     CALL "GLPOST" USING GLP-PARM.
019338 2150-JOURNAL-INTEREST-EXIT.
019339     EXIT.
019340*----------------------------------------------------------------
019341 2170-REVERSE-BOOKED-INTEREST.
019342*    A LOAN THAT STOPS ACCRUING - PAID IN FULL, DEFERRED, OR
019343*    OWED BY A SEPARATED MEMBER - HAS NO INTEREST-TO-DATE ANY
019344*    MORE. JOURNALING A ZERO ACCRUAL REVERSES WHATEVER LAB30.LIX
019345*    SAYS WAS BOOKED AND CLEARS THE LEDGER FIGURE, SO THE INCOME
019346*    DOES NOT SIT ON THE BOOKS OR RIDE INTO A CHARGE-OFF. IF THE
019347*    LOAN ACCRUES AGAIN LATER IT IS BOOKED AFRESH FROM ZERO.
019348*----------------------------------------------------------------
019349     MOVE ZERO TO WS-ACCRUED-INTEREST.
019350     PERFORM 2150-JOURNAL-INTEREST
019351         THRU 2150-JOURNAL-INTEREST-EXIT.
019352 2170-REVERSE-BOOKED-INTEREST-EXIT.
019353     EXIT.
019354*----------------------------------------------------------------
019355 2500-CHECKPOINT-IF-DUE.
019356*    WRITE A FRESH CHECKPOINT EVERY WS-CKP-INTERVAL LOANS SO A
019357*    RESTART NEVER LOSES MORE THAN ONE INTERVAL'S WORTH OF WORK.
019358*----------------------------------------------------------------
019360     ADD 1 TO WS-RECS-SINCE-CHECKPOINT.
019370     IF WS-RECS-SINCE-CHECKPOINT >= WS-CKP-INTERVAL
019380         PERFORM 2600-WRITE-CHECKPOINT
020036         DISPLAY "DUE ON SEPARATION    " WS-SEP-COUNT
020037             "                " WS-SEP-TOTAL-DISPLAY
020038     END-IF.
020039     IF WS-DEFERRED-COUNT NOT = ZERO
020040         MOVE WS-DEFERRED-TOTAL TO WS-DEFERRED-TOTAL-DISPLAY
020041         DISPLAY "DEFERRED (HARDSHIP)  " WS-DEFERRED-COUNT
020042             "                " WS-DEFERRED-TOTAL-DISPLAY
020044     END-IF.
020047     PERFORM 3150-CLOSE-CSV-IF-OPEN
020050         THRU 3150-CLOSE-CSV-IF-OPEN-EXIT.
020060 3000-PRINT-AGING-REPORT-EXIT.
020070     EXIT.
024724     ELSE
024726         MOVE ZERO TO WS-STM-AMOUNT(WS-STM-LOAN-COUNT)
024727     END-IF.
024728     MOVE "N" TO WS-STM-SCHEDULE-SW(WS-STM-LOAN-COUNT).
024729     IF LOAN-HAS-SCHEDULE AND WS-SCH-NEXT-DATE NOT = ZERO
024730         SET STM-ON-SCHEDULE(WS-STM-LOAN-COUNT) TO TRUE
024731         MOVE WS-SCH-NEXT-AMOUNT
024732             TO WS-STM-NEXT-AMOUNT(WS-STM-LOAN-COUNT)
024733         MOVE WS-SCH-NEXT-DATE(5:4)
024734             TO WS-STM-NEXT-DATE(WS-STM-LOAN-COUNT)(1:4)
024735         MOVE WS-SCH-NEXT-DATE(1:4)
024736             TO WS-STM-NEXT-DATE(WS-STM-LOAN-COUNT)(5:4)
024737         MOVE WS-SCH-ARREARS
024738             TO WS-STM-ARREARS(WS-STM-LOAN-COUNT)
024739     END-IF.
024740     MOVE ZERO TO WS-STM-DEFER-END(WS-STM-LOAN-COUNT).
024741     IF LOAN-DEFERRED AND WS-CURRENT-BALANCE > ZERO
024742         MOVE WS-LOAN-DEFER-END
024743             TO WS-STM-DEFER-END(WS-STM-LOAN-COUNT)
024744     END-IF.
024745     IF WS-AGE-IN-DAYS > WS-STM-OLDEST
024746         MOVE WS-AGE-IN-DAYS TO WS-STM-OLDEST
024747     END-IF.
024748 4300-ADD-STATEMENT-LOAN-EXIT.
024750     EXIT.
024751*----------------------------------------------------------------
024752 4400-FLUSH-STATEMENT.
024753*    WRITE THE FINISHED FACULTY MEMBER'S STATEMENT PAGE TO
024755*    LAB30.STM AND CLEAR THE ACCUMULATORS FOR THE NEXT MEMBER.
024756*----------------------------------------------------------------
024757     IF WS-STM-LOAN-COUNT = ZERO
024758         GO TO 4400-FLUSH-STATEMENT-EXIT
024759     END-IF.
024761     MOVE SPACES TO statementRecord.
024762     STRING "FACULTY STATEMENT - " DELIMITED BY SIZE
024763            WS-NTC-FACULTY        DELIMITED BY SIZE
024764            "  "                  DELIMITED BY SIZE
024766            WS-NTC-NAME           DELIMITED BY SIZE
024767         INTO statementRecord.
024768     WRITE statementRecord.
024769     MOVE WS-STM-HEADING-LINE TO statementRecord.
024771     WRITE statementRecord.
024772     PERFORM 4410-WRITE-ONE-STATEMENT-LINE
024773         THRU 4410-WRITE-ONE-STATEMENT-LINE-EXIT
024774         VARYING WS-STM-SUB FROM 1 BY 1
024775         UNTIL WS-STM-SUB > WS-STM-LOAN-COUNT.
024777     MOVE WS-STM-TOTAL  TO WS-STM-TL-TOTAL.
024778     MOVE WS-STM-OLDEST TO WS-STM-TL-OLDEST.
024779     MOVE WS-STM-TOTAL-LINE TO statementRecord.
024780     WRITE statementRecord.
024782     MOVE SPACES TO statementRecord.
024783     WRITE statementRecord.
024784     ADD 1 TO WS-STATEMENT-COUNT.
024785     PERFORM 4600-FLUSH-EXIT-CLEARANCE
024786         THRU 4600-FLUSH-EXIT-CLEARANCE-EXIT.
024788     MOVE ZERO TO WS-STM-LOAN-COUNT.
024789     MOVE ZERO TO WS-STM-TOTAL.
024790     MOVE ZERO TO WS-STM-OLDEST.
024791 4400-FLUSH-STATEMENT-EXIT.
024793     EXIT.
024794*----------------------------------------------------------------
024795 4410-WRITE-ONE-STATEMENT-LINE.
024796*----------------------------------------------------------------
024798     MOVE WS-STM-LOAN-ID(WS-STM-SUB) TO WS-STM-DL-LOAN-ID.
024799     MOVE WS-STM-DATE(WS-STM-SUB)    TO WS-STM-DL-DATE.
024800     MOVE WS-STM-AGE(WS-STM-SUB)     TO WS-STM-DL-AGE.
024801     MOVE WS-STM-AMOUNT(WS-STM-SUB)  TO WS-STM-DL-AMOUNT.
024802     IF STM-ON-SCHEDULE(WS-STM-SUB)
024804         MOVE WS-STM-NEXT-AMOUNT(WS-STM-SUB)
024805             TO WS-STM-DL-NEXT-AMOUNT
024806         MOVE WS-STM-NEXT-DATE(WS-STM-SUB) TO WS-STM-DL-NEXT-DATE
024807         MOVE WS-STM-ARREARS(WS-STM-SUB)   TO WS-STM-DL-ARREARS
024809     ELSE
024810         MOVE SPACES TO WS-STM-DL-SCHEDULE
024811     END-IF.
024812     IF WS-STM-DEFER-END(WS-STM-SUB) NOT = ZERO
024813         MOVE SPACES TO WS-STM-DL-SCHEDULE
024815         STRING "  DEFERRED TO "      DELIMITED BY SIZE
024816                WS-STM-DEFER-END(WS-STM-SUB) DELIMITED BY SIZE
024817             INTO WS-STM-DL-SCHEDULE
024818     END-IF.
024820     MOVE WS-STM-DETAIL-LINE TO statementRecord.
024821     WRITE statementRecord.
024822 4410-WRITE-ONE-STATEMENT-LINE-EXIT.
024823     EXIT.
024825*----------------------------------------------------------------
024826 9000-LOG-AUDIT-RUN.
024827*    APPEND A RUN RECORD TO THE SHARED AUDIT.LOG SO OPERATIONS
025720*    ONE BALANCING RECORD FOR THE NITERCN END-OF-NIGHT STEP -
025725*    DETAIL RECORDS READ SHOULD EQUAL BUCKETED PLUS PAID IN
025730*    FULL PLUS LOAN REJECTS, AND NITERCN PROVES IT.
025731*    SEPARATED AND DEFERRED LOANS ARE COUNTED APART FROM THE
025732*    BUCKETS AND NITERCN ADDS THEM IN, AS ARE LOANS ALREADY
025733*    CHARGED OFF.
025735*----------------------------------------------------------------
025740     OPEN OUTPUT reconFile.
025745     MOVE currentDate TO rcnRunDate.
025775     MOVE WS-PAID-IN-FULL-COUNT TO rcnPaidInFull.
025780     MOVE WS-LOAN-REJECT-COUNT TO rcnLoanRejects.
025782     MOVE WS-SEP-COUNT TO rcnSeparated.
025783     MOVE WS-DEFERRED-COUNT TO rcnDeferred.
025784     MOVE WS-CHARGED-OFF-COUNT TO rcnChargedOff.
025785     MOVE WS-HISTORY-COUNT TO rcnHistoryWritten.
025790     WRITE reconRecord.
025795     CLOSE reconFile.
026600     EXIT.
026601*----------------------------------------------------------------
026602 0100-CHECK-STEP-RESTART.
026603*    ON A RESTART SUBMIT (THE JOB'S .RST NAMES TODAY) A STEP THAT
026604*    ALREADY COMPLETED TONIGHT SKIPS ITSELF, SO THE CHAIN
026605*    RESUMES AT THE FIRST INCOMPLETE STEP INSTEAD OF REDOING
026606*    FINISHED WORK. A NORMAL SUBMIT NEVER SKIPS.
029770     ADD 1 TO WS-PND-COUNT.
029780     MOVE pndLoanDetails(1:3)  TO WS-PND-FACULTY(WS-PND-COUNT).
029790     MOVE pndLoanDetails(21:3) TO WS-PND-LOAN-ID(WS-PND-COUNT).
029795     SET PND-FROM-PENDING(WS-PND-COUNT) TO TRUE.
029800 1385-STORE-ONE-PENDING-EXIT.
029810     EXIT.
029812*----------------------------------------------------------------
029823     ADD 1 TO WS-PND-COUNT.
029824     MOVE histLoanDetails(1:3)  TO WS-PND-FACULTY(WS-PND-COUNT).
029825     MOVE histLoanDetails(21:3) TO WS-PND-LOAN-ID(WS-PND-COUNT).
029826     SET PND-FROM-HISTORY(WS-PND-COUNT) TO TRUE.
029827 1390-STORE-ONE-HISTORY-KEY-EXIT.
029828     EXIT.
029829*----------------------------------------------------------------
029830 2300-QUEUE-WRITEOFF-CANDIDATE.
029840*    A LOAN PAST THE HISTORY THRESHOLD IS A CHARGE-OFF
029850*    CANDIDATE, NOT A CHARGE-OFF - IT GOES ON LAB30.PND FOR A
030040     END-IF.
030050     MOVE loanDetails TO pndLoanDetails.
030060     MOVE currentDate TO pndCandidateDate.
030062     PERFORM 2320-FIND-LOAN-CREATOR
030064         THRU 2320-FIND-LOAN-CREATOR-EXIT.
030066     MOVE WS-PND-CREATOR TO pndCreatedBy.
030070     WRITE pendingDetails.
030080     CLOSE pendingFile.
030090     ADD 1 TO WS-PND-COUNT.
030100     MOVE facultyNumber TO WS-PND-FACULTY(WS-PND-COUNT).
030110     MOVE loanId        TO WS-PND-LOAN-ID(WS-PND-COUNT).
030115     SET PND-FROM-PENDING(WS-PND-COUNT) TO TRUE.
030120     ADD 1 TO WS-HISTORY-COUNT.
030130     DISPLAY "Charge-off candidate queued for review: faculty "
030140         facultyNumber " loan " loanId.
031600*    AT MONTH END THE COMMITTEE WANTS THE BUCKET PICTURE KEPT.
031610*    A SNAPSHOT=Y ANSWER (LAB30.CTL OR THE CONSOLE) APPENDS THE
031620*    FIVE BUCKETS' COUNTS AND PRINCIPAL/INTEREST SPLITS TO
031630*    LAB30.SNP, KEYED ON THE RUN'S YYYYMM, FOR LAB30TRD. UNDER
031633*    THE MONTHEND JOB THE SNAPSHOT IS NOT A QUESTION.
031640*----------------------------------------------------------------
031645     IF RSTAT-MONTH-END-JOB
031646         MOVE "Y" TO WS-SNAPSHOT-ENTRY
031647         DISPLAY "SNAPSHOT forced - this run is a MONTHEND step"
031648     ELSE
031650         MOVE "LAB30" TO RCTL-PROGRAM-NAME
031660         MOVE "SNAPSHOT" TO RCTL-KEYWORD
031670         CALL "RUNCTL" USING RCTL-PARM
031680         IF RCTL-VALUE-FOUND
031690             MOVE RCTL-VALUE(1:1) TO WS-SNAPSHOT-ENTRY
031700             DISPLAY "SNAPSHOT taken from LAB30.CTL"
031710         ELSE
031720             DISPLAY "Append month-end snapshot to LAB30.SNP? "
031725                 "(Y/N)"
031730             ACCEPT WS-SNAPSHOT-ENTRY FROM CONSOLE
031740         END-IF
031745     END-IF.
031750     IF FUNCTION UPPER-CASE(WS-SNAPSHOT-ENTRY) NOT = "Y"
031760         SET DO-NOT-WRITE-SNAPSHOT TO TRUE
031770         GO TO 3200-WRITE-MONTH-END-SNAPSHOT-EXIT
032440     END-IF.
032450 1416-TRY-ONE-PAY-DATE-EXIT.
032460     EXIT.
032462*----------------------------------------------------------------
032464 1430-CHECK-CATCH-UP.
032466*    THE LAST COMPLETED BUSINESS DATE FOR THIS STEP COMES OFF
032468*    NITEBTCH.STA. MORE THAN ONE BUSINESS DAY AGO MEANS THE
032470*    GATE SKIPPED A NIGHT OR TWO AND TONIGHT'S WORK IS REALLY
032480*    SEVERAL DAYS' WORTH - SAY SO UP FRONT.
032490*----------------------------------------------------------------
033700     CLOSE pipFile.
033710 1406-SET-POSTING-MARKER-EXIT.
033720     EXIT.
033820*----------------------------------------------------------------
033920 1460-POST-REVERSAL-BATCH.
034020*    lab30.rev, WHEN PRESENT, CARRIES THE PAYMENT REVERSALS
034120*    KEYED AT THE LAB30REV WINDOW. THEY POST AFTER THE PAYMENTS
034220*    SO A CHECK TAKEN AND BOUNCED THE SAME DAY NETS OUT. THE
034320*    PASS SITS INSIDE THE SAME LAB30.PIP MARKER AS THE PAYMENT
034420*    PASS AND THE FILE IS CONSUMED (8250) AS SOON AS IT ENDS.
034520*    THE DAILY LAB30.RVR REGISTER IS ALWAYS WRITTEN - "NO
034620*    REVERSALS TODAY" IS AN ANSWER TOO - EXCEPT ON A CHECKPOINT
034720*    RESUME WITH NOTHING NEW TO POST, WHEN THE CRASHED RUN'S
034820*    REGISTER IS LEFT STANDING.
034920*----------------------------------------------------------------
035020     SET REVERSAL-FILE-NOT-FOUND TO TRUE.
035120     OPEN INPUT reversalFile.
035220     IF reversalFileStatus = "00"
035320         SET REVERSAL-FILE-FOUND TO TRUE
035420     END-IF.
035520     IF REVERSAL-FILE-NOT-FOUND AND RESUMED-RUN
035620         CLOSE reversalFile
035720         GO TO 1460-POST-REVERSAL-BATCH-EXIT
035820     END-IF.
035920     OPEN OUTPUT reversalRegFile.
036020     MOVE SPACES TO reversalRegRecord.
036120     STRING "PAYMENT REVERSALS REGISTER - " DELIMITED BY SIZE
036220            currentDate DELIMITED BY SIZE
036320         INTO reversalRegRecord.
036420     WRITE reversalRegRecord.
036520     MOVE WS-RVR-HEADING TO reversalRegRecord.
036620     WRITE reversalRegRecord.
036720     IF REVERSAL-FILE-FOUND
036820         PERFORM 1406-SET-POSTING-MARKER
036920             THRU 1406-SET-POSTING-MARKER-EXIT
037020         PERFORM FOREVER
037120             READ reversalFile
037220                 AT END
037320                 EXIT PERFORM
037420             END-READ
037520             PERFORM 1461-POST-ONE-REVERSAL
037620                 THRU 1461-POST-ONE-REVERSAL-EXIT
037720         END-PERFORM
037820         DISPLAY WS-REVERSAL-COUNT
037920             " payment reversal(s) posted from lab30.rev"
038020     END-IF.
038120     CLOSE reversalFile.
038220     MOVE WS-REVERSAL-COUNT     TO WS-RVR-COUNT-DISPLAY.
038320     MOVE WS-REVERSAL-TOTAL     TO WS-RVR-TOTAL-DISPLAY.
038420     MOVE WS-REVERSAL-FEE-TOTAL TO WS-RVR-FEE-TOTAL-DISPLAY.
038520     MOVE SPACES TO reversalRegRecord.
038620     STRING "TOTAL "                 DELIMITED BY SIZE
038720            WS-RVR-COUNT-DISPLAY     DELIMITED BY SIZE
038820            " REVERSAL(S)  "         DELIMITED BY SIZE
038920            WS-RVR-TOTAL-DISPLAY     DELIMITED BY SIZE
039020            "  FEES "                DELIMITED BY SIZE
039120            WS-RVR-FEE-TOTAL-DISPLAY DELIMITED BY SIZE
039220         INTO reversalRegRecord.
039320     WRITE reversalRegRecord.
039420     CLOSE reversalRegFile.
039520     IF WS-REVERSAL-REFUSED NOT = ZERO
039620         DISPLAY "WARNING - " WS-REVERSAL-REFUSED
039720             " reversal(s) could not post - see LAB30.RVR"
039820     END-IF.
039920 1460-POST-REVERSAL-BATCH-EXIT.
040020     EXIT.
040120*----------------------------------------------------------------
040220 1461-POST-ONE-REVERSAL.
040320*    BACK THE PAYMENT OUT OF THE LEDGER AND CHARGE THE FEE. THE
040420*    LAST-POSTED DATE IS CLEARED SO THE BOUNCED CHECK NO LONGER
040520*    COUNTS AS A PAYMENT FOR THE DUNNING CLOCK. A LOAN WITH NO
040620*    LEDGER RECORD, OR ONE WHOSE PAID-TO-DATE IS SHORT OF THE
040720*    AMOUNT, CANNOT HAVE TAKEN THIS PAYMENT - IT IS REFUSED
040820*    ONTO THE REGISTER FOR THE LOAN OFFICE TO RESEARCH.
040920*----------------------------------------------------------------
041020     COMPUTE WS-REV-AMOUNT-WORK =
041120         revAmtWhole + (revAmtFrac / 100).
041220     SET REVERSAL-NOT-POSTED TO TRUE.
041320     MOVE revFacultyNumberI TO lixFacultyNumber.
041420     MOVE revLoanIdI        TO lixLoanId.
041520     READ ledgerMaster
041620         KEY IS lixKey
041720         INVALID KEY
041820             MOVE "REFUSED - NO LEDGER" TO WS-RVR-STATUS
041920         NOT INVALID KEY
042020             IF lixPaidToDate < WS-REV-AMOUNT-WORK
042120                 MOVE "REFUSED - PAID SHORT" TO WS-RVR-STATUS
042220             ELSE
042320                 SUBTRACT WS-REV-AMOUNT-WORK FROM lixPaidToDate
042420                 ADD revFeeI TO lixFeesCharged
042520                 MOVE ZERO TO lixLastPostDate
042620                 REWRITE ledgerKeyRec
042720                 SET REVERSAL-POSTED TO TRUE
042820                 MOVE "POSTED" TO WS-RVR-STATUS
042920             END-IF
043020     END-READ.
043120
043220     MOVE revReceiptI       TO WS-RVR-RECEIPT.
043320     MOVE revFacultyNumberI TO WS-RVR-FACULTY.
043420     MOVE revLoanIdI        TO WS-RVR-LOAN-ID.
043520     MOVE revAmtI           TO WS-RVR-AMOUNT.
043620     MOVE revFeeI           TO WS-RVR-FEE.
043720     MOVE revReasonI        TO WS-RVR-REASON.
043820     MOVE revPriorStageI    TO WS-RVR-STAGE.
043920     MOVE revOperatorI      TO WS-RVR-OPERATOR.
044020     MOVE WS-RVR-DETAIL-LINE TO reversalRegRecord.
044120     WRITE reversalRegRecord.
044220     IF REVERSAL-NOT-POSTED
044320         ADD 1 TO WS-REVERSAL-REFUSED
044420         GO TO 1461-POST-ONE-REVERSAL-EXIT
044520     END-IF.
044620     ADD 1 TO WS-REVERSAL-COUNT.
044720     ADD WS-REV-AMOUNT-WORK TO WS-REVERSAL-TOTAL.
044820     ADD revFeeI TO WS-REVERSAL-FEE-TOTAL.
044920
045020*    THE CASH GOES BACK OUT AS A NEGATIVE PAYMENT, DATED TODAY -
045120*    THE DAY THE BANK TOOK IT BACK. THE FEE IS ITS OWN EVENT.
045220     MOVE "LAB30"           TO GLP-PROGRAM-NAME.
045320     SET GLP-EVENT-PAYMENT  TO TRUE.
045420     MOVE currentDate       TO GLP-EVENT-DATE.
045520     MOVE revFacultyNumberI TO GLP-FACULTY-NUMBER.
045620     MOVE revLoanIdI        TO GLP-LOAN-ID.
045720     MOVE SPACES            TO GLP-REFERENCE.
045820     STRING "RCT" revReceiptI DELIMITED BY SIZE
045920         INTO GLP-REFERENCE.
046020     COMPUTE GLP-AMOUNT = ZERO - WS-REV-AMOUNT-WORK.
046120     CALL "GLPOST" USING GLP-PARM.
046220     IF revFeeI NOT = ZERO
046320         SET GLP-EVENT-FEE TO TRUE
046420         MOVE revFeeI TO GLP-AMOUNT
046520         CALL "GLPOST" USING GLP-PARM
046620     END-IF.
046720
046820*    THE DUNNING STAGE IS PUT BACK ONCE LAB30.NHS IS LOADED.
046920     IF revPriorStageI NOT = ZERO
047020         IF WS-RST-COUNT < 200
047120             ADD 1 TO WS-RST-COUNT
047220             MOVE revFacultyNumberI
047320                 TO WS-RST-FACULTY(WS-RST-COUNT)
047420             MOVE revLoanIdI  TO WS-RST-LOAN-ID(WS-RST-COUNT)
047520             MOVE revPriorStageI TO WS-RST-STAGE(WS-RST-COUNT)
047620             MOVE revPriorNoticeI
047720                 TO WS-RST-NOTICE-DATE(WS-RST-COUNT)
047820         ELSE
047920             DISPLAY "WARNING - stage restore table full, loan "
048020                 revFacultyNumberI "/" revLoanIdI
048120                 " restarts the dunning cycle"
048220         END-IF
048320     END-IF.
048420 1461-POST-ONE-REVERSAL-EXIT.
048520     EXIT.
048620*----------------------------------------------------------------
048720 1470-RESTORE-NOTICE-STAGES.
048820*    EACH REVERSED LOAN GOES BACK TO THE DUNNING STAGE AND LAST-
048920*    NOTICE DATE IT HAD WHEN THE BOUNCED CHECK WAS TAKEN. A LOAN
049020*    THAT HAS SINCE CLIMBED HIGHER KEEPS ITS HIGHER STAGE. AN
049120*    ENTRY THE PAYMENT DROPPED IS ADDED BACK UNSEEN - IT STAYS
049220*    ON THE HISTORY ONLY IF THE LOAN IS OVERDUE AGAIN TONIGHT.
049320*----------------------------------------------------------------
049420     PERFORM 1471-RESTORE-ONE-STAGE
049520         THRU 1471-RESTORE-ONE-STAGE-EXIT
049620         VARYING WS-RST-SUB FROM 1 BY 1
049720         UNTIL WS-RST-SUB > WS-RST-COUNT.
049820 1470-RESTORE-NOTICE-STAGES-EXIT.
049920     EXIT.
050020*----------------------------------------------------------------
050120 1471-RESTORE-ONE-STAGE.
050220*----------------------------------------------------------------
050320     MOVE ZERO TO WS-NHS-HIT.
050420     PERFORM 1472-CHECK-ONE-RESTORE-ENTRY
050520         THRU 1472-CHECK-ONE-RESTORE-ENTRY-EXIT
050620         VARYING WS-NHS-SUB FROM 1 BY 1
050720         UNTIL WS-NHS-SUB > WS-NHS-COUNT
050820         OR WS-NHS-HIT NOT = ZERO.
050920     IF WS-NHS-HIT = ZERO
051020         IF WS-NHS-COUNT >= 300
051120             DISPLAY "WARNING - notice history table full, "
051220                 "loan " WS-RST-FACULTY(WS-RST-SUB) "/"
051320                 WS-RST-LOAN-ID(WS-RST-SUB)
051420                 " restarts the dunning cycle"
051520             GO TO 1471-RESTORE-ONE-STAGE-EXIT
051620         END-IF
051720         ADD 1 TO WS-NHS-COUNT
051820         MOVE WS-NHS-COUNT TO WS-NHS-HIT
051920         MOVE WS-RST-FACULTY(WS-RST-SUB)
052020             TO WS-NHS-FACULTY(WS-NHS-HIT)
052120         MOVE WS-RST-LOAN-ID(WS-RST-SUB)
052220             TO WS-NHS-LOAN-ID(WS-NHS-HIT)
052320         MOVE ZERO TO WS-NHS-STAGE(WS-NHS-HIT)
052420         SET NHS-NOT-SEEN(WS-NHS-HIT) TO TRUE
052520     END-IF.
052620     IF WS-RST-STAGE(WS-RST-SUB) >= WS-NHS-STAGE(WS-NHS-HIT)
052720         MOVE WS-RST-STAGE(WS-RST-SUB)
052820             TO WS-NHS-STAGE(WS-NHS-HIT)
052920         MOVE WS-RST-NOTICE-DATE(WS-RST-SUB)
053020             TO WS-NHS-LAST-DATE(WS-NHS-HIT)
053120     END-IF.
053220     DISPLAY "Loan " WS-RST-FACULTY(WS-RST-SUB) "/"
053320         WS-RST-LOAN-ID(WS-RST-SUB) " back at dunning stage "
053420         WS-NHS-STAGE(WS-NHS-HIT) " after reversal".
053520 1471-RESTORE-ONE-STAGE-EXIT.
053620     EXIT.
053720*----------------------------------------------------------------
053820 1472-CHECK-ONE-RESTORE-ENTRY.
053920*----------------------------------------------------------------
054020     IF WS-NHS-FACULTY(WS-NHS-SUB) = WS-RST-FACULTY(WS-RST-SUB)
054120         AND WS-NHS-LOAN-ID(WS-NHS-SUB) =
054220             WS-RST-LOAN-ID(WS-RST-SUB)
054320         MOVE WS-NHS-SUB TO WS-NHS-HIT
054420     END-IF.
054520 1472-CHECK-ONE-RESTORE-ENTRY-EXIT.
054620     EXIT.
054720*----------------------------------------------------------------
054820 8250-CONSUME-REVERSAL-FILE.
054920*    SAME RULE AS lab30.pay - THE REVERSALS ARE IN THE LEDGER,
055020*    SO TRUNCATE lab30.rev AT ONCE AND DROP THE MARKER. EVERY
055120*    REVERSAL ALSO STANDS ON LAB30.RVH AND LAB30.RVR.
055220*----------------------------------------------------------------
055320     IF REVERSAL-FILE-NOT-FOUND
055420         GO TO 8250-CONSUME-REVERSAL-FILE-EXIT
055520     END-IF.
055620     OPEN OUTPUT reversalFile.
055720     CLOSE reversalFile.
055820     CALL "CBL_DELETE_FILE" USING WS-PIP-FILE-NAME
055920         RETURNING WS-PIP-DELETE-STATUS.
056020 8250-CONSUME-REVERSAL-FILE-EXIT.
056120     EXIT.
056220*----------------------------------------------------------------
056320 1980-CHECK-LOAN-SCHEDULE.
056420*    WALK THE LOAN'S INSTALLMENTS IN ORDER AGAINST THE PAID-TO-
056520*    DATE. AN INSTALLMENT IS COVERED ONCE THE PRINCIPAL PAID
056620*    REACHES ITS RUNNING TOTAL. AN UNCOVERED ONE DUE BEFORE
056720*    TODAY IS IN ARREARS - THE FIRST OF THOSE IS THE OLDEST
056820*    MISSED. THE NEXT AMOUNT DUE IS EVERYTHING OWED THROUGH THE
056920*    FIRST INSTALLMENT NOT YET DUE (ARREARS INCLUDED); PAST THE
057020*    LAST INSTALLMENT THE WHOLE BALANCE IS DUE TODAY.
057120*----------------------------------------------------------------
057220     SET LOAN-HAS-NO-SCHEDULE TO TRUE.
057320     MOVE ZERO TO WS-SCH-OLDEST-MISSED.
057420     MOVE ZERO TO WS-SCH-ARREARS.
057520     MOVE ZERO TO WS-SCH-NEXT-DATE.
057620     MOVE ZERO TO WS-SCH-NEXT-AMOUNT.
057720     MOVE ZERO TO WS-SCH-LAST-CUMULATIVE.
057820     IF SCHEDULE-FILE-NOT-FOUND
057920         GO TO 1980-CHECK-LOAN-SCHEDULE-EXIT
058020     END-IF.
058120     MOVE facultyNumber TO schFacultyNumber.
058220     MOVE loanId        TO schLoanId.
058320     MOVE ZERO          TO schInstallment.
058420     START scheduleFile KEY IS NOT LESS THAN schKey
058520         INVALID KEY
058620             GO TO 1980-CHECK-LOAN-SCHEDULE-EXIT
058720     END-START.
058820     PERFORM FOREVER
058920         READ scheduleFile NEXT RECORD
059020             AT END
059120             EXIT PERFORM
059220         END-READ
059320         IF schFacultyNumber NOT = facultyNumber
059420             OR schLoanId NOT = loanId
059520             EXIT PERFORM
059620         END-IF
059720         PERFORM 1985-CHECK-ONE-INSTALLMENT
059820             THRU 1985-CHECK-ONE-INSTALLMENT-EXIT
059920     END-PERFORM.
060020     IF LOAN-HAS-SCHEDULE AND WS-SCH-NEXT-DATE = ZERO
060120         AND WS-SCH-LAST-CUMULATIVE > WS-PRINCIPAL-PAID
060220         MOVE currentDate TO WS-SCH-NEXT-DATE
060320         COMPUTE WS-SCH-NEXT-AMOUNT =
060420             WS-SCH-LAST-CUMULATIVE - WS-PRINCIPAL-PAID
060520     END-IF.
060620*    ANY FEE NOT YET PAID OFF IS DUE WITH THE NEXT INSTALLMENT.
060720     IF WS-SCH-NEXT-DATE NOT = ZERO
060820         COMPUTE WS-SCH-NEXT-AMOUNT = WS-SCH-NEXT-AMOUNT
060920             + WS-FEES-CHARGED
061020             - (WS-PAYMENTS-APPLIED - WS-PRINCIPAL-PAID)
061120     END-IF.
061220 1980-CHECK-LOAN-SCHEDULE-EXIT.
061320     EXIT.
061420*----------------------------------------------------------------
061520 1985-CHECK-ONE-INSTALLMENT.
061620*----------------------------------------------------------------
061720     SET LOAN-HAS-SCHEDULE TO TRUE.
061820     MOVE schCumulativeDue TO WS-SCH-LAST-CUMULATIVE.
061920     IF schCumulativeDue NOT > WS-PRINCIPAL-PAID
062020         GO TO 1985-CHECK-ONE-INSTALLMENT-EXIT
062120     END-IF.
062220     IF schDueDate < currentDate
062320         ADD 1 TO WS-SCH-ARREARS
062420         IF WS-SCH-OLDEST-MISSED = ZERO
062520             MOVE schDueDate TO WS-SCH-OLDEST-MISSED
062620         END-IF
062720         GO TO 1985-CHECK-ONE-INSTALLMENT-EXIT
062820     END-IF.
062920     IF WS-SCH-NEXT-DATE = ZERO
063020         MOVE schDueDate TO WS-SCH-NEXT-DATE
063120         COMPUTE WS-SCH-NEXT-AMOUNT =
063220             schCumulativeDue - WS-PRINCIPAL-PAID
063320     END-IF.
063420 1985-CHECK-ONE-INSTALLMENT-EXIT.
063520     EXIT.
063620*----------------------------------------------------------------
063720 1395-LOAD-DEFERRALS.
063820*    LAB30.DEF, MAINTAINED BY LAB30DEF, HOLDS THE HARDSHIP
063920*    DEFERRALS THE LOAN COMMITTEE HAS GRANTED. A MISSING FILE
064020*    JUST MEANS NOBODY HAS BEEN GRANTED ONE.
064120*----------------------------------------------------------------
064220     OPEN INPUT deferralFile.
064320     IF deferralFileStatus = "00"
064420         PERFORM FOREVER
064520             READ deferralFile
064620                 AT END
064720                 EXIT PERFORM
064820             END-READ
064920             PERFORM 1396-STORE-ONE-DEFERRAL
065020                 THRU 1396-STORE-ONE-DEFERRAL-EXIT
065120         END-PERFORM
065220         DISPLAY WS-DEF-COUNT
065320             " hardship deferral(s) read from LAB30.DEF"
065420     END-IF.
065520     CLOSE deferralFile.
065620 1395-LOAD-DEFERRALS-EXIT.
065720     EXIT.
065820*----------------------------------------------------------------
065920 1396-STORE-ONE-DEFERRAL.
066020*----------------------------------------------------------------
066120     IF WS-DEF-COUNT >= 300
066220         DISPLAY "WARNING - deferral table full, entry for "
066320             defFacultyNumber "/" defLoanId " ignored"
066420         GO TO 1396-STORE-ONE-DEFERRAL-EXIT
066520     END-IF.
066620     ADD 1 TO WS-DEF-COUNT.
066720     MOVE defFacultyNumber TO WS-DEF-FACULTY(WS-DEF-COUNT).
066820     MOVE defLoanId        TO WS-DEF-LOAN-ID(WS-DEF-COUNT).
066920     MOVE defStartDate     TO WS-DEF-START-DATE(WS-DEF-COUNT).
067020     MOVE defEndDate       TO WS-DEF-END-DATE(WS-DEF-COUNT).
067120     MOVE defReason        TO WS-DEF-REASON(WS-DEF-COUNT).
067220     MOVE defOperator      TO WS-DEF-OPERATOR(WS-DEF-COUNT).
067320     MOVE SPACES           TO WS-DEF-NAME(WS-DEF-COUNT).
067420 1396-STORE-ONE-DEFERRAL-EXIT.
067520     EXIT.
067620*----------------------------------------------------------------
067720 1990-CHECK-LOAN-DEFERRAL.
067820*    A DEFERRAL IN EFFECT TONIGHT (START <= TODAY <= END) HOLDS
067920*    THE LOAN OUT OF AGING. A DEFERRAL ALREADY ENDED GIVES BACK
068020*    THE DAYS IT COVERED, SO THE LOAN PICKS UP AGING WHERE IT
068120*    LEFT OFF RATHER THAN JUMPING A BUCKET AND ACCRUING
068220*    INTEREST FOR THE RELIEF PERIOD. WS-AGE-IN-DAYS AND
068320*    WS-AGE-FROM-DATE MUST ALREADY BE IN HAND FROM 1970.
068420*----------------------------------------------------------------
068520     SET LOAN-NOT-DEFERRED TO TRUE.
068620     MOVE ZERO TO WS-LOAN-DEFER-END.
068720     MOVE ZERO TO WS-DEF-HIT.
068820     PERFORM 1991-CHECK-ONE-DEFERRAL
068920         THRU 1991-CHECK-ONE-DEFERRAL-EXIT
069020         VARYING WS-DEF-SUB FROM 1 BY 1
069120         UNTIL WS-DEF-SUB > WS-DEF-COUNT.
069220 1990-CHECK-LOAN-DEFERRAL-EXIT.
069320     EXIT.
069420*----------------------------------------------------------------
069520 1991-CHECK-ONE-DEFERRAL.
069620*----------------------------------------------------------------
069720     IF WS-DEF-FACULTY(WS-DEF-SUB) NOT = facultyNumber
069820         OR WS-DEF-LOAN-ID(WS-DEF-SUB) NOT = loanId
069920         GO TO 1991-CHECK-ONE-DEFERRAL-EXIT
070020     END-IF.
070120     IF WS-DEF-START-DATE(WS-DEF-SUB) > currentDate
070220         GO TO 1991-CHECK-ONE-DEFERRAL-EXIT
070320     END-IF.
070420     IF WS-DEF-END-DATE(WS-DEF-SUB) >= currentDate
070520         SET LOAN-DEFERRED TO TRUE
070620         MOVE WS-DEF-SUB TO WS-DEF-HIT
070720         MOVE WS-DEF-END-DATE(WS-DEF-SUB) TO WS-LOAN-DEFER-END
070820         MOVE WS-REPORT-NAME TO WS-DEF-NAME(WS-DEF-SUB)
070920         GO TO 1991-CHECK-ONE-DEFERRAL-EXIT
071020     END-IF.
071120*    ENDED - ONLY THE PART AFTER THE AGING START DATE COUNTS.
071220     IF WS-AGE-IN-DAYS = ZERO
071320         OR WS-DEF-END-DATE(WS-DEF-SUB) <= WS-AGE-FROM-DATE
071420         GO TO 1991-CHECK-ONE-DEFERRAL-EXIT
071520     END-IF.
071620     COMPUTE WS-DEFER-FROM-INT =
071720         FUNCTION INTEGER-OF-DATE(WS-DEF-START-DATE(WS-DEF-SUB))
071820         - 1.
071920     IF WS-DEFER-FROM-INT < WS-AGE-FROM-INT
072020         MOVE WS-AGE-FROM-INT TO WS-DEFER-FROM-INT
072120     END-IF.
072220     IF BUSINESS-DAY-AGING
072320         COMPUTE WS-DEFER-FROM-DATE =
072420             FUNCTION DATE-OF-INTEGER(WS-DEFER-FROM-INT)
072520         SET BDAY-COUNT-BUSINESS-DAYS TO TRUE
072620         MOVE WS-DEFER-FROM-DATE TO BDAY-DATE
072720         MOVE WS-DEF-END-DATE(WS-DEF-SUB) TO BDAY-END-DATE
072820         CALL "BUSDAY" USING BDAY-PARM
072920         IF BDAY-IS-VALID
073020             MOVE BDAY-DAY-COUNT TO WS-DEFERRED-DAYS
073120         ELSE
073220             MOVE ZERO TO WS-DEFERRED-DAYS
073320         END-IF
073420     ELSE
073520         COMPUTE WS-DEFERRED-DAYS =
073620             FUNCTION INTEGER-OF-DATE(WS-DEF-END-DATE(WS-DEF-SUB))
073720             - WS-DEFER-FROM-INT
073820     END-IF.
073920     IF WS-DEFERRED-DAYS >= WS-AGE-IN-DAYS
074020         MOVE ZERO TO WS-AGE-IN-DAYS
074120     ELSE
074220         SUBTRACT WS-DEFERRED-DAYS FROM WS-AGE-IN-DAYS
074320     END-IF.
074420 1991-CHECK-ONE-DEFERRAL-EXIT.
074520     EXIT.
074620*----------------------------------------------------------------
074720 2160-HOLD-DEFERRED-LOAN.
074820*    A DEFERRED LOAN WITH A BALANCE IS COUNTED APART FROM THE
074920*    BUCKETS. ITS NOTICE-HISTORY ENTRY, IF IT HAS ONE, IS KEPT
075020*    AT ITS CURRENT STAGE WITH THE CLOCK MOVED UP TO TONIGHT, SO
075120*    THE DUNNING ESCALATION RESUMES FROM THE END OF THE RELIEF
075220*    RATHER THAN JUMPING A STAGE THE MORNING IT RUNS OUT.
075320*----------------------------------------------------------------
075420     ADD 1 TO WS-DEFERRED-COUNT.
075520     ADD WS-CURRENT-BALANCE TO WS-DEFERRED-TOTAL.
075620     MOVE ZERO TO WS-NHS-HIT.
075720     PERFORM 4260-FIND-NHS-ENTRY
075820         THRU 4260-FIND-NHS-ENTRY-EXIT.
075920     IF WS-NHS-HIT NOT = ZERO
076020         MOVE currentDate TO WS-NHS-LAST-DATE(WS-NHS-HIT)
076120         SET NHS-SEEN(WS-NHS-HIT) TO TRUE
076220     END-IF.
076320 2160-HOLD-DEFERRED-LOAN-EXIT.
076420     EXIT.
076520*----------------------------------------------------------------
076620 3300-WRITE-DEFERRAL-EXPIRY.
076720*    LAB30.DFX FOR THE MORNING PACKET - EVERY DEFERRAL IN EFFECT
076820*    THAT RUNS OUT WITHIN THE NEXT 30 BUSINESS DAYS, SO THE LOAN
076920*    COMMITTEE CAN EXTEND IT OR LET THE LOAN RESUME AGING.
077020*----------------------------------------------------------------
077120     SET BDAY-ADD-BUSINESS-DAYS TO TRUE.
077220     MOVE currentDate TO BDAY-DATE.
077320     MOVE 30 TO BDAY-DAY-COUNT.
077420     CALL "BUSDAY" USING BDAY-PARM.
077520     IF BDAY-IS-VALID
077620         MOVE BDAY-END-DATE TO WS-DFX-HORIZON
077720     ELSE
077820         MOVE currentDate TO WS-DFX-HORIZON
077920     END-IF.
078020     OPEN OUTPUT deferralRptFile.
078120     MOVE WS-DFX-HORIZON TO WS-DFX-HDG-HORIZON.
078220     MOVE currentDate TO WS-DFX-HDG-RUN-DATE.
078320     MOVE WS-DFX-HEADING TO deferralRptRecord.
078420     WRITE deferralRptRecord.
078520     MOVE WS-DFX-COLUMNS TO deferralRptRecord.
078620     WRITE deferralRptRecord.
078720     MOVE ZERO TO WS-DFX-COUNT.
078820     PERFORM 3310-WRITE-ONE-EXPIRY
078920         THRU 3310-WRITE-ONE-EXPIRY-EXIT
079020         VARYING WS-DEF-SUB FROM 1 BY 1
079120         UNTIL WS-DEF-SUB > WS-DEF-COUNT.
079220     MOVE SPACES TO deferralRptRecord.
079320     IF WS-DFX-COUNT = ZERO
079420         MOVE "NO DEFERRALS ENDING IN THE NEXT 30 BUSINESS DAYS"
079520             TO deferralRptRecord
079620     ELSE
079720         STRING WS-DFX-COUNT DELIMITED BY SIZE
079820                " DEFERRAL(S) ENDING" DELIMITED BY SIZE
079920             INTO deferralRptRecord
080020     END-IF.
080120     WRITE deferralRptRecord.
080220     CLOSE deferralRptFile.
080320     DISPLAY WS-DFX-COUNT
080420         " deferral(s) ending in 30 business days - LAB30.DFX".
080520 3300-WRITE-DEFERRAL-EXPIRY-EXIT.
080620     EXIT.
080720*----------------------------------------------------------------
080820 3310-WRITE-ONE-EXPIRY.
080920*----------------------------------------------------------------
081020     IF WS-DEF-START-DATE(WS-DEF-SUB) > currentDate
081120         OR WS-DEF-END-DATE(WS-DEF-SUB) < currentDate
081220         OR WS-DEF-END-DATE(WS-DEF-SUB) > WS-DFX-HORIZON
081320         GO TO 3310-WRITE-ONE-EXPIRY-EXIT
081420     END-IF.
081520     SET BDAY-COUNT-BUSINESS-DAYS TO TRUE.
081620     MOVE currentDate TO BDAY-DATE.
081720     MOVE WS-DEF-END-DATE(WS-DEF-SUB) TO BDAY-END-DATE.
081820     CALL "BUSDAY" USING BDAY-PARM.
081920     IF BDAY-IS-VALID
082020         MOVE BDAY-DAY-COUNT TO WS-DFX-DAYS-LEFT
082120     ELSE
082220         MOVE ZERO TO WS-DFX-DAYS-LEFT
082320     END-IF.
082420     MOVE WS-DEF-FACULTY(WS-DEF-SUB)    TO WS-DFX-FACULTY.
082520     MOVE WS-DEF-LOAN-ID(WS-DEF-SUB)    TO WS-DFX-LOAN-ID.
082620     MOVE WS-DEF-NAME(WS-DEF-SUB)       TO WS-DFX-NAME.
082720     MOVE WS-DEF-START-DATE(WS-DEF-SUB) TO WS-DFX-START.
082820     MOVE WS-DEF-END-DATE(WS-DEF-SUB)   TO WS-DFX-END.
082920     MOVE WS-DEF-REASON(WS-DEF-SUB)     TO WS-DFX-REASON.
083020     MOVE WS-DEF-OPERATOR(WS-DEF-SUB)   TO WS-DFX-OPERATOR.
083120     MOVE WS-DFX-DETAIL-LINE TO deferralRptRecord.
083220     WRITE deferralRptRecord.
083320     ADD 1 TO WS-DFX-COUNT.
083420 3310-WRITE-ONE-EXPIRY-EXIT.
083520     EXIT.
083620*----------------------------------------------------------------
083720 2320-FIND-LOAN-CREATOR.
083820*    THE OPERATOR WHO KEYED THE LOAN, OFF THE LAB30.ORG
083920*    ORIGINATION REGISTER LAB30ENT APPENDS TO. THE LAST ENTRY FOR
084020*    THE KEY WINS. A LOAN KEYED BEFORE THE REGISTER EXISTED HAS
084120*    NO ENTRY AND QUEUES WITH NO OPERATOR.
084220*----------------------------------------------------------------
084320     MOVE SPACES TO WS-PND-CREATOR.
084420     OPEN INPUT originFile.
084520     IF originFileStatus NOT = "00"
084620         CLOSE originFile
084720         GO TO 2320-FIND-LOAN-CREATOR-EXIT
084820     END-IF.
084920     PERFORM FOREVER
085020         READ originFile
085120             AT END
085220             EXIT PERFORM
085320         END-READ
085420         IF orgFacultyNumber = facultyNumber
085520             AND orgLoanId = loanId
085620             MOVE orgOperatorId TO WS-PND-CREATOR
085720         END-IF
085820     END-PERFORM.
085920     CLOSE originFile.
086020 2320-FIND-LOAN-CREATOR-EXIT.
086120     EXIT.
