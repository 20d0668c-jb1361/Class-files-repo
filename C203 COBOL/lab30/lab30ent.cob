001994*                 PUSH THE MEMBER'S OUTSTANDING TOTAL OVER THE
001995*                 LIMIT IS REFUSED, WITH AN OVERRIDE RESERVED
001996*                 FOR A LEVEL-3 OPERATOR PER OPERATOR.MST.
001997* 09/14/2026  DL  EACH LOAN APPENDED NOW POSTS ITS DISBURSEMENT
001998*                 TO THE GENERAL-LEDGER JOURNAL THROUGH GLPOST
001999*                 ONCE lab30.in HAS BEEN REWRITTEN.
002000* 09/16/2026  DL  EACH NEW LOAN NOW TAKES A REPAYMENT TERM (NUMBER
002001*                 OF INSTALLMENTS) AND FREQUENCY (MONTHLY,
002002*                 BIWEEKLY, WEEKLY), AND ITS AMORTIZATION
002003*                 SCHEDULE IS WRITTEN TO THE KEYED LAB30.SCH SO
002004*                 LAB30 CAN AGE THE LOAN ON ITS OLDEST MISSED
002005*                 INSTALLMENT INSTEAD OF ON THE LOAN DATE.
002010* 10/15/2026  DL  A LOAN DATED INTO A FISCAL PERIOD PERCLS HAS
002015*                 CLOSED (PER FISCPER AND FISCAL.STA) IS REFUSED
002020*                 AND LOGGED TO REJECT.LOG - THE DATE IS PROMPTED
002025*                 FOR AGAIN.
002028* 10/15/2026  DL  EACH NEW LOAN NOW ALSO GOES TO THE SHARED
002032*                 CHANGE.LOG THROUGH CHGLOG ONCE lab30.in HAS BEEN
002036*                 REWRITTEN - THE LOAN RECORD AS ADDED, KEYED
002040*                 FACULTY/LOAN-ID, WITH THE OPERATOR WHO KEYED
002044*                 IT.
002045* 10/15/2026  DL  A CREDIT-LIMIT OVERRIDE NOW TAKES A SECOND
002046*                 LEVEL-3 OPERATOR'S ID AND PASSWORD - NEVER THE
002047*                 OPERATOR KEYING THE LOAN. EACH NEW LOAN GOES ON
002048*                 THE LAB30.ORG ORIGINATION REGISTER WITH ITS
002049*                 OPERATOR FOR LAB30WOF'S SAME-OPERATOR CHECK, AND
002050*                 THE LOAN AND EACH OVERRIDE ATTEMPT ARE LOGGED TO
002051*                 AUDIT.LOG FOR THE SODRPT EXCEPTION REPORT.
002052*----------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002970     SELECT OPTIONAL operatorMaster ASSIGN TO "OPERATOR.MST"
002980         ORGANIZATION LINE SEQUENTIAL
002990         FILE STATUS IS operatorMasterStatus.
002991     SELECT scheduleFile ASSIGN TO "LAB30.SCH"
002992         ORGANIZATION INDEXED
002993         ACCESS MODE DYNAMIC
002994         RECORD KEY IS schKey
002995         FILE STATUS IS scheduleFileStatus.
002996     SELECT originFile ASSIGN TO "LAB30.ORG"
002997         ORGANIZATION LINE SEQUENTIAL
002998         FILE STATUS IS originFileStatus.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  loanFile.
004262 01  operatorCurrentRecord.
004264     05  curOperatorId           PIC X(08).
004270 FD  operatorMaster.
004271 01  operatorMasterRecord.
004272     05  mstOperatorId           PIC X(08).
004273     05  mstOperatorName         PIC X(20).
004274     05  mstAuthLevel            PIC 9(01).
004275     05  mstPassword             PIC X(08).
004276     05  mstFailCount            PIC 9(01).
004277     05  mstLockSw               PIC X(01).
004279 FD  scheduleFile.
004280 01  scheduleRecord.
004281     05  schKey.
004282         10  schFacultyNumber    PIC 9(03).
004283         10  schLoanId           PIC 9(03).
004284         10  schInstallment      PIC 9(03).
004285     05  schDueDate              PIC 9(08).
004286     05  schAmount               PIC 9(06)V99.
004287     05  schCumulativeDue        PIC 9(06)V99.
004288     05  schFrequency            PIC X(01).
004289     05  schTerm                 PIC 9(03).
004290 FD  originFile.
004291 01  originRecord.
004292     05  orgFacultyNumber        PIC 9(03).
004293     05  FILLER                  PIC X(01).
004294     05  orgLoanId               PIC 9(03).
004295     05  FILLER                  PIC X(01).
004296     05  orgOperatorId           PIC X(08).
004297     05  FILLER                  PIC X(01).
004298     05  orgEntryDate            PIC 9(08).
004300 WORKING-STORAGE SECTION.
004400*----------------------------------------------------------------
004500* FILE STATUS AND RUN SWITCHES
004810 01  prmFileStatus               PIC X(02).
004820 01  operatorCurrentStatus       PIC X(02).
004830 01  operatorMasterStatus        PIC X(02).
004865 01  scheduleFileStatus          PIC X(02).
004866 01  originFileStatus            PIC X(02).
004900 01  WS-FACULTY-FILE-SW          PIC X(01) VALUE "N".
005000     88  FACULTY-FILE-FOUND               VALUE "Y".
005100     88  FACULTY-FILE-NOT-FOUND           VALUE "N".
007800         10  WS-LOAN-FACULTY     PIC 9(03).
007900         10  FILLER              PIC X(17).
008000         10  WS-LOAN-LOAN-ID     PIC 9(03).
008100         10  FILLER              PIC X(01).
008102         10  WS-LOAN-DATE.
008104             15  WS-LOAN-MONTH   PIC 9(02).
008106             15  WS-LOAN-DAY     PIC 9(02).
008108             15  WS-LOAN-YEAR    PIC 9(04).
008109         10  FILLER              PIC X(01).
008110         10  WS-LOAN-AMOUNT      PIC X(07).
008200 01  WS-TRAILER-COUNT            PIC 9(07) VALUE ZERO.
008300 01  WS-TRAILER-BUILD.
008620 01  WS-LOAD-OVERFLOW-SW         PIC X(01) VALUE "N".
008630     88  LOAD-OVERFLOWED                  VALUE "Y".
008640     88  LOAD-FIT-THE-TABLE               VALUE "N".
008650 01  WS-JOURNAL-FIRST            PIC 9(03) COMP.
008651*----------------------------------------------------------------
008652* REPAYMENT TERMS OF THE LOANS KEYED THIS SESSION, BY THE SAME
008653* SUBSCRIPT AS THE LOAN TABLE, AND THE SCHEDULE WORK AREAS
008654*----------------------------------------------------------------
008655 01  WS-TERMS-TABLE.
008656     05  WS-TERMS-ENTRY OCCURS 500 TIMES.
008657         10  WS-TRM-INSTALLMENTS PIC 9(03).
008658         10  WS-TRM-FREQUENCY    PIC X(01).
008659             88  TRM-MONTHLY             VALUE "M".
008660             88  TRM-BIWEEKLY            VALUE "B".
008661             88  TRM-WEEKLY              VALUE "W".
008662 01  WS-ENTRY-TERM               PIC X(03).
008663 01  WS-ENTRY-TERM-N REDEFINES WS-ENTRY-TERM
008664                                 PIC 9(03).
008665 01  WS-ENTRY-FREQUENCY          PIC X(01).
008666     88  FREQUENCY-IS-VALID              VALUE "M" "B" "W".
008667 01  WS-MAX-INSTALLMENTS         PIC 9(03) VALUE 120.
008668 01  WS-INST-SUB                 PIC 9(03) COMP.
008669 01  WS-SCH-LOAN-AMOUNT          PIC 9(06)V99.
008670 01  WS-SCH-INSTALLMENT          PIC 9(06)V99.
008671 01  WS-SCH-CUMULATIVE           PIC 9(06)V99.
008672 01  WS-SCH-LOAN-DATE            PIC 9(08).
008673 01  WS-SCH-MONTHS               PIC 9(05) COMP.
008674 01  WS-SCH-YEARS                PIC 9(05) COMP.
008675 01  WS-SCH-MONTH-REM            PIC 9(02) COMP.
008676 01  WS-SCH-WRITTEN-COUNT        PIC 9(05) COMP VALUE ZERO.
008677 01  WS-SCH-OPEN-SW              PIC X(01) VALUE "N".
008678     88  SCHEDULE-FILE-OPEN              VALUE "Y".
008679     88  SCHEDULE-FILE-NOT-OPEN          VALUE "N".
008680*----------------------------------------------------------------
008681* SECOND-OPERATOR SIGN-ON FOR A CREDIT-LIMIT OVERRIDE, AND THE
008682* PER-LOAN AUDIT.LOG EVENT LINES - THE RUN'S OWN AUDIT RECORD IS
008683* SET ASIDE WHILE AN EVENT LINE IS WRITTEN
008684*----------------------------------------------------------------
008685 01  WS-APPROVER-ID              PIC X(08).
008686 01  WS-APPROVER-PASSWORD        PIC X(08).
008687 01  WS-APPROVER-LEVEL           PIC 9(01).
008688 01  WS-APPROVER-SW              PIC X(01).
008689     88  APPROVER-SIGNED-ON              VALUE "Y".
008690     88  APPROVER-NOT-SIGNED-ON          VALUE "N".
008691 01  WS-ORIGIN-DATE              PIC 9(08).
008692 01  WS-EVENT-NAME               PIC X(08).
008693 01  WS-EVENT-KEY                PIC 9(07).
008694 01  WS-EVENT-FLAG               PIC 9(01).
008695 01  WS-EVENT-USER               PIC X(08).
008696 01  WS-SAVED-AUDIT-PARM         PIC X(58).
008700*----------------------------------------------------------------
008800* OPERATOR ENTRY FIELDS AND THE RECORD BUILT FROM THEM
008900*----------------------------------------------------------------
011200* CALL INTERFACE TO THE SHARED DATE-VALIDATION SUBPROGRAM
011300*----------------------------------------------------------------
011400 COPY "dvalparm.cpy".
011410*----------------------------------------------------------------
011420* CALL INTERFACE TO THE SHARED FISCAL-PERIOD SUBPROGRAM
011430*----------------------------------------------------------------
011440 COPY "fscparm.cpy".
011450*----------------------------------------------------------------
011460* CALL INTERFACE TO THE SHARED REJECT-LOG SUBPROGRAM
011470*----------------------------------------------------------------
011480 COPY "rejparm.cpy".
011500*----------------------------------------------------------------
011600* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
011700*----------------------------------------------------------------
011800 COPY "auditparm.cpy".
011810*----------------------------------------------------------------
011820* CALL INTERFACE TO THE SHARED GENERAL-LEDGER POSTING SUBPROGRAM
011830*----------------------------------------------------------------
011840 COPY "glpparm.cpy".
011850*----------------------------------------------------------------
011860* CALL INTERFACE TO THE SHARED CHANGE-HISTORY SUBPROGRAM
011870*----------------------------------------------------------------
011880 COPY "chgparm.cpy".
011900 PROCEDURE DIVISION.
012000*----------------------------------------------------------------
012100 0000-MAINLINE.
013600     IF WS-ADDED-COUNT NOT = ZERO
013700         PERFORM 3000-REWRITE-LOAN-FILE
013800             THRU 3000-REWRITE-LOAN-FILE-EXIT
013810         PERFORM 3200-JOURNAL-NEW-LOANS
013820             THRU 3200-JOURNAL-NEW-LOANS-EXIT
013826         PERFORM 3400-RECORD-NEW-LOAN-HISTORY
013832             THRU 3400-RECORD-NEW-LOAN-HISTORY-EXIT
013834         PERFORM 3500-REGISTER-NEW-LOANS
013836             THRU 3500-REGISTER-NEW-LOANS-EXIT
013846         PERFORM 3300-WRITE-SCHEDULES
013872             THRU 3300-WRITE-SCHEDULES-EXIT
013900         DISPLAY WS-ADDED-COUNT " loan(s) appended to lab30.in, "
014000             "trailer count now " WS-TRAILER-BUILD-COUNT
014100     ELSE
023700         THRU 2300-GET-LOAN-DATE-EXIT.
023800     PERFORM 2400-GET-LOAN-AMOUNT
023900         THRU 2400-GET-LOAN-AMOUNT-EXIT.
023920     PERFORM 2600-GET-REPAYMENT-TERM
023940         THRU 2600-GET-REPAYMENT-TERM-EXIT.
023960     PERFORM 2700-GET-PAY-FREQUENCY
023980         THRU 2700-GET-PAY-FREQUENCY-EXIT.
024000
024100     MOVE WS-ENTRY-FACULTY TO WS-NEW-FACULTY.
024200     MOVE WS-ENTRY-NAME    TO WS-NEW-NAME.
025100         ADD 1 TO WS-ADDED-COUNT
025200         MOVE WS-NEW-LOAN-RECORD
025300             TO WS-LOAN-ENTRY(WS-LOAN-COUNT)
025320         MOVE WS-ENTRY-TERM-N
025340             TO WS-TRM-INSTALLMENTS(WS-LOAN-COUNT)
025360         MOVE WS-ENTRY-FREQUENCY
025380             TO WS-TRM-FREQUENCY(WS-LOAN-COUNT)
025400         DISPLAY "Loan " WS-ENTRY-LOAN-ID " for faculty "
025500             WS-ENTRY-FACULTY " queued for append"
025600     END-IF.
037300         SET ENTRY-IS-NOT-VALID TO TRUE
037700         DISPLAY WS-ENTRY-DATE " is not a valid loan date"
037900     END-IF.
037910     IF ENTRY-IS-VALID
037920         MOVE DVAL-DATE TO FSCL-DATE
037930         CALL "FISCPER" USING FSCL-PARM
037940         IF FSCL-PERIOD-CLOSED
037950             SET ENTRY-IS-NOT-VALID TO TRUE
037960             PERFORM 2320-REJECT-CLOSED-PERIOD
037970                 THRU 2320-REJECT-CLOSED-PERIOD-EXIT
037980         END-IF
037990     END-IF.
038000 2310-ACCEPT-ONE-DATE-EXIT.
038100     EXIT.
038110*----------------------------------------------------------------
038112 2320-REJECT-CLOSED-PERIOD.
038114*    FINANCE HAS CLOSED THE PERIOD THIS DATE FALLS IN - THE LOAN
038116*    WOULD CHANGE NUMBERS ALREADY REPORTED. THE ATTEMPT GOES TO
038118*    REJECT.LOG SO THE CLOSE HAS A RECORD OF IT.
038120*----------------------------------------------------------------
038122     DISPLAY WS-ENTRY-DATE " falls in fiscal " FSCL-FISCAL-YEAR
038124         " period " FSCL-PERIOD ", which is closed".
038126     MOVE "LAB30ENT" TO REJ-PROGRAM-NAME.
038128     MOVE SPACES TO REJ-RECORD-KEY.
038130     STRING WS-ENTRY-FACULTY "/" WS-ENTRY-LOAN-ID " "
038132         WS-ENTRY-DATE DELIMITED BY SIZE
038134         INTO REJ-RECORD-KEY.
038136     MOVE "CLSD" TO REJ-REASON-CODE.
038138     MOVE SPACES TO REJ-REASON-TEXT.
038140     STRING "LOAN DATED INTO CLOSED PERIOD "
038142         FSCL-FISCAL-YEAR "-" FSCL-PERIOD DELIMITED BY SIZE
038144         INTO REJ-REASON-TEXT.
038146     CALL "REJECTLOG" USING REJECT-PARM.
038148 2320-REJECT-CLOSED-PERIOD-EXIT.
038150     EXIT.
038200*----------------------------------------------------------------
038300 2400-GET-LOAN-AMOUNT.
038400*    RE-PROMPT UNTIL THE AMOUNT IS IN THE FILE'S 9999.99 FORM.
040300     END-IF.
040400 2410-ACCEPT-ONE-AMOUNT-EXIT.
040500     EXIT.
040501*----------------------------------------------------------------
040502 2600-GET-REPAYMENT-TERM.
040503*    RE-PROMPT UNTIL THE TERM IS A WHOLE NUMBER OF INSTALLMENTS
040504*    FROM 1 (THE WHOLE AMOUNT DUE ONE PERIOD OUT) UP TO THE
040505*    SHOP'S LONGEST TERM.
040506*----------------------------------------------------------------
040507     SET ENTRY-IS-NOT-VALID TO TRUE.
040508     PERFORM 2610-ACCEPT-ONE-TERM
040509         THRU 2610-ACCEPT-ONE-TERM-EXIT
040510         UNTIL ENTRY-IS-VALID.
040511 2600-GET-REPAYMENT-TERM-EXIT.
040512     EXIT.
040513*----------------------------------------------------------------
040514 2610-ACCEPT-ONE-TERM.
040515*----------------------------------------------------------------
040516     DISPLAY "Enter term - number of installments (001-"
040517         WS-MAX-INSTALLMENTS ")".
040518     ACCEPT WS-ENTRY-TERM FROM CONSOLE.
040519     IF WS-ENTRY-TERM IS NUMERIC
040520         AND WS-ENTRY-TERM-N NOT = ZERO
040521         AND WS-ENTRY-TERM-N NOT > WS-MAX-INSTALLMENTS
040522         SET ENTRY-IS-VALID TO TRUE
040523     ELSE
040524         DISPLAY WS-ENTRY-TERM " is not a term of 001-"
040525             WS-MAX-INSTALLMENTS " installments"
040526     END-IF.
040527 2610-ACCEPT-ONE-TERM-EXIT.
040528     EXIT.
040529*----------------------------------------------------------------
040530 2700-GET-PAY-FREQUENCY.
040531*    RE-PROMPT UNTIL THE FREQUENCY IS M (MONTHLY), B (EVERY TWO
040532*    WEEKS, TO LINE UP WITH THE BIWEEKLY PAYROLL) OR W (WEEKLY).
040533*----------------------------------------------------------------
040534     SET ENTRY-IS-NOT-VALID TO TRUE.
040535     PERFORM 2710-ACCEPT-ONE-FREQUENCY
040536         THRU 2710-ACCEPT-ONE-FREQUENCY-EXIT
040537         UNTIL ENTRY-IS-VALID.
040538 2700-GET-PAY-FREQUENCY-EXIT.
040539     EXIT.
040540*----------------------------------------------------------------
040541 2710-ACCEPT-ONE-FREQUENCY.
040542*----------------------------------------------------------------
040543     DISPLAY "Enter payment frequency (M/B/W)".
040544     ACCEPT WS-ENTRY-FREQUENCY FROM CONSOLE.
040545     MOVE FUNCTION UPPER-CASE(WS-ENTRY-FREQUENCY)
040546         TO WS-ENTRY-FREQUENCY.
040547     IF FREQUENCY-IS-VALID
040548         SET ENTRY-IS-VALID TO TRUE
040549     ELSE
040550         DISPLAY WS-ENTRY-FREQUENCY " is not M, B or W"
040551     END-IF.
040552 2710-ACCEPT-ONE-FREQUENCY-EXIT.
040553     EXIT.
040600*----------------------------------------------------------------
040700 3000-REWRITE-LOAN-FILE.
040800*    WRITE THE LOAN FILE BACK OUT - EVERY EXISTING RECORD, THE
042600     WRITE loanDetailsI.
042700 3100-WRITE-ONE-LOAN-EXIT.
042800     EXIT.
042803*----------------------------------------------------------------
042806 3200-JOURNAL-NEW-LOANS.
042809*    THE NEW LOANS ARE THE LAST WS-ADDED-COUNT ENTRIES OF THE
042812*    TABLE. EACH ONE IS A DISBURSEMENT - DEBIT LOANS RECEIVABLE,
042815*    CREDIT CASH - DATED THE LOAN DATE. POSTED ONLY AFTER THE
042818*    REWRITE SO THE JOURNAL NEVER CARRIES A LOAN THE FILE LACKS.
042821*----------------------------------------------------------------
042824     COMPUTE WS-JOURNAL-FIRST =
042827         WS-LOAN-COUNT - WS-ADDED-COUNT + 1.
042830     PERFORM 3210-JOURNAL-ONE-LOAN
042833         THRU 3210-JOURNAL-ONE-LOAN-EXIT
042836         VARYING WS-LOAN-SUB FROM WS-JOURNAL-FIRST BY 1
042839         UNTIL WS-LOAN-SUB > WS-LOAN-COUNT.
042842 3200-JOURNAL-NEW-LOANS-EXIT.
042845     EXIT.
042848*----------------------------------------------------------------
042851 3210-JOURNAL-ONE-LOAN.
042854*----------------------------------------------------------------
042857     MOVE "LAB30ENT"  TO GLP-PROGRAM-NAME.
042860     SET GLP-EVENT-LOAN TO TRUE.
042863     MOVE WS-LOAN-YEAR(WS-LOAN-SUB)  TO GLP-EVENT-DATE(1:4).
042866     MOVE WS-LOAN-MONTH(WS-LOAN-SUB) TO GLP-EVENT-DATE(5:2).
042869     MOVE WS-LOAN-DAY(WS-LOAN-SUB)   TO GLP-EVENT-DATE(7:2).
042872     MOVE WS-LOAN-FACULTY(WS-LOAN-SUB) TO GLP-FACULTY-NUMBER.
042875     MOVE WS-LOAN-LOAN-ID(WS-LOAN-SUB) TO GLP-LOAN-ID.
042878     MOVE WS-OPERATOR-ID TO GLP-REFERENCE.
042881     COMPUTE GLP-AMOUNT =
042884         FUNCTION NUMVAL(WS-LOAN-AMOUNT(WS-LOAN-SUB)).
042887     CALL "GLPOST" USING GLP-PARM.
042890 3210-JOURNAL-ONE-LOAN-EXIT.
042893     EXIT.
042894*----------------------------------------------------------------
042895 3300-WRITE-SCHEDULES.
042896*    BUILD EACH NEW LOAN'S AMORTIZATION SCHEDULE ON LAB30.SCH -
042897*    ONE RECORD PER INSTALLMENT, KEYED FACULTY/LOAN/INSTALLMENT,
042898*    CARRYING THE DUE DATE, THE INSTALLMENT, AND THE RUNNING
042899*    TOTAL DUE THROUGH IT, WHICH IS WHAT LAB30 HOLDS THE
042900*    PAID-TO-DATE AGAINST. THE FIRST RUN FINDS NO FILE AND
042901*    CREATES IT.
042902*----------------------------------------------------------------
042903     OPEN I-O scheduleFile.
042904     IF scheduleFileStatus NOT = "00"
042905         OPEN OUTPUT scheduleFile
042906         CLOSE scheduleFile
042907         OPEN I-O scheduleFile
042908     END-IF.
042909     IF scheduleFileStatus NOT = "00"
042910         DISPLAY "** CANNOT OPEN LAB30.SCH - STATUS "
042911             scheduleFileStatus " - NO SCHEDULES WRITTEN **"
042912         MOVE 8 TO WS-FINAL-RETURN-CODE
042913         GO TO 3300-WRITE-SCHEDULES-EXIT
042914     END-IF.
042915     PERFORM 3310-WRITE-ONE-SCHEDULE
042916         THRU 3310-WRITE-ONE-SCHEDULE-EXIT
042917         VARYING WS-LOAN-SUB FROM WS-JOURNAL-FIRST BY 1
042918         UNTIL WS-LOAN-SUB > WS-LOAN-COUNT.
042919     CLOSE scheduleFile.
042920     DISPLAY WS-SCH-WRITTEN-COUNT
042921         " installment(s) scheduled on LAB30.SCH".
042922 3300-WRITE-SCHEDULES-EXIT.
042923     EXIT.
042924*----------------------------------------------------------------
042925 3310-WRITE-ONE-SCHEDULE.
042926*    EQUAL INSTALLMENTS TRUNCATED TO THE CENT, THE LAST ONE
042927*    TAKING UP THE ODD CENTS SO THE SCHEDULE FOOTS TO THE FACE
042928*    AMOUNT. ANY SCHEDULE LEFT UNDER THIS KEY BY AN EARLIER LOAN
042929*    OF THE SAME ID IS CLEARED FIRST.
042930*----------------------------------------------------------------
042931     PERFORM 3320-CLEAR-OLD-SCHEDULE
042932         THRU 3320-CLEAR-OLD-SCHEDULE-EXIT.
042933     COMPUTE WS-SCH-LOAN-AMOUNT =
042934         FUNCTION NUMVAL(WS-LOAN-AMOUNT(WS-LOAN-SUB)).
042935     COMPUTE WS-SCH-INSTALLMENT =
042936         WS-SCH-LOAN-AMOUNT / WS-TRM-INSTALLMENTS(WS-LOAN-SUB).
042937     COMPUTE WS-SCH-LOAN-DATE =
042938         (WS-LOAN-YEAR(WS-LOAN-SUB) * 10000)
042939         + (WS-LOAN-MONTH(WS-LOAN-SUB) * 100)
042940         + WS-LOAN-DAY(WS-LOAN-SUB).
042941     MOVE ZERO TO WS-SCH-CUMULATIVE.
042942     PERFORM 3330-WRITE-ONE-INSTALLMENT
042943         THRU 3330-WRITE-ONE-INSTALLMENT-EXIT
042944         VARYING WS-INST-SUB FROM 1 BY 1
042945         UNTIL WS-INST-SUB > WS-TRM-INSTALLMENTS(WS-LOAN-SUB).
042946 3310-WRITE-ONE-SCHEDULE-EXIT.
042947     EXIT.
042948*----------------------------------------------------------------
042949 3320-CLEAR-OLD-SCHEDULE.
042950*----------------------------------------------------------------
042951     MOVE WS-LOAN-FACULTY(WS-LOAN-SUB) TO schFacultyNumber.
042952     MOVE WS-LOAN-LOAN-ID(WS-LOAN-SUB) TO schLoanId.
042953     MOVE ZERO TO schInstallment.
042954     START scheduleFile KEY IS NOT LESS THAN schKey
042955         INVALID KEY
042956             GO TO 3320-CLEAR-OLD-SCHEDULE-EXIT
042957     END-START.
042958     PERFORM FOREVER
042959         READ scheduleFile NEXT RECORD
042960             AT END
042961             EXIT PERFORM
042962         END-READ
042963         IF schFacultyNumber NOT = WS-LOAN-FACULTY(WS-LOAN-SUB)
042964             OR schLoanId NOT = WS-LOAN-LOAN-ID(WS-LOAN-SUB)
042965             EXIT PERFORM
042966         END-IF
042967         DELETE scheduleFile RECORD
042968     END-PERFORM.
042969 3320-CLEAR-OLD-SCHEDULE-EXIT.
042970     EXIT.
042971*----------------------------------------------------------------
042972 3330-WRITE-ONE-INSTALLMENT.
042973*----------------------------------------------------------------
042974     MOVE WS-LOAN-FACULTY(WS-LOAN-SUB) TO schFacultyNumber.
042975     MOVE WS-LOAN-LOAN-ID(WS-LOAN-SUB) TO schLoanId.
042976     MOVE WS-INST-SUB TO schInstallment.
042977     PERFORM 3340-COMPUTE-DUE-DATE
042978         THRU 3340-COMPUTE-DUE-DATE-EXIT.
042979     IF WS-INST-SUB = WS-TRM-INSTALLMENTS(WS-LOAN-SUB)
042980         COMPUTE schAmount =
042981             WS-SCH-LOAN-AMOUNT - WS-SCH-CUMULATIVE
042982     ELSE
042983         MOVE WS-SCH-INSTALLMENT TO schAmount
042984     END-IF.
042985     ADD schAmount TO WS-SCH-CUMULATIVE.
042986     MOVE WS-SCH-CUMULATIVE TO schCumulativeDue.
042987     MOVE WS-TRM-FREQUENCY(WS-LOAN-SUB) TO schFrequency.
042988     MOVE WS-TRM-INSTALLMENTS(WS-LOAN-SUB) TO schTerm.
042989     WRITE scheduleRecord
042990         INVALID KEY
042991             DISPLAY "** LAB30.SCH WRITE FAILED - STATUS "
042992                 scheduleFileStatus " FOR " schKey " **"
042993             MOVE 8 TO WS-FINAL-RETURN-CODE
042994         NOT INVALID KEY
042995             ADD 1 TO WS-SCH-WRITTEN-COUNT
042996     END-WRITE.
042997 3330-WRITE-ONE-INSTALLMENT-EXIT.
042998     EXIT.
042999*----------------------------------------------------------------
043000 3340-COMPUTE-DUE-DATE.
043001*    INSTALLMENT N FALLS N PERIODS AFTER THE LOAN DATE. WEEKLY
043002*    AND BIWEEKLY STEP BY 7 OR 14 DAYS. MONTHLY KEEPS THE LOAN'S
043003*    DAY OF THE MONTH, PULLED BACK TO THE MONTH'S LAST DAY WHEN
043004*    THE MONTH IS SHORTER (A LOAN OF THE 31ST FALLS DUE ON THE
043005*    30TH, OR THE 28TH/29TH IN FEBRUARY) - DATEVAL SAYS WHEN.
043006*----------------------------------------------------------------
043007     EVALUATE TRUE
043008         WHEN TRM-WEEKLY(WS-LOAN-SUB)
043009             COMPUTE schDueDate = FUNCTION DATE-OF-INTEGER(
043010                 FUNCTION INTEGER-OF-DATE(WS-SCH-LOAN-DATE)
043011                 + (WS-INST-SUB * 7))
043012         WHEN TRM-BIWEEKLY(WS-LOAN-SUB)
043013             COMPUTE schDueDate = FUNCTION DATE-OF-INTEGER(
043014                 FUNCTION INTEGER-OF-DATE(WS-SCH-LOAN-DATE)
043015                 + (WS-INST-SUB * 14))
043016         WHEN OTHER
043017             COMPUTE WS-SCH-MONTHS =
043018                 WS-LOAN-MONTH(WS-LOAN-SUB) - 1 + WS-INST-SUB
043019             DIVIDE WS-SCH-MONTHS BY 12
043020                 GIVING WS-SCH-YEARS
043021                 REMAINDER WS-SCH-MONTH-REM
043022             COMPUTE DVAL-DATE =
043023                 ((WS-LOAN-YEAR(WS-LOAN-SUB) + WS-SCH-YEARS)
043024                     * 10000)
043025                 + ((WS-SCH-MONTH-REM + 1) * 100)
043026                 + WS-LOAN-DAY(WS-LOAN-SUB)
043027             CALL "DATEVAL" USING DVAL-PARM
043028             PERFORM 3350-BACK-UP-ONE-DAY
043029                 THRU 3350-BACK-UP-ONE-DAY-EXIT
043030                 UNTIL DVAL-IS-VALID OR DVAL-BAD-CENTURY
043031             MOVE DVAL-DATE TO schDueDate
043032     END-EVALUATE.
043033 3340-COMPUTE-DUE-DATE-EXIT.
043034     EXIT.
043035*----------------------------------------------------------------
043036 3350-BACK-UP-ONE-DAY.
043037*----------------------------------------------------------------
043038     SUBTRACT 1 FROM DVAL-DATE.
043039     CALL "DATEVAL" USING DVAL-PARM.
043040 3350-BACK-UP-ONE-DAY-EXIT.
043055     EXIT.
043070*----------------------------------------------------------------
043085 9000-LOG-AUDIT-RUN.
043100*    APPEND A RUN RECORD TO THE SHARED AUDIT.LOG SO OPERATIONS
043200*    CAN SEE WHETHER AND WHEN THIS JOB RAN WITHOUT ASKING AROUND.
043300*----------------------------------------------------------------
047400     EXIT.
047500*----------------------------------------------------------------
047600 1450-GET-OPERATOR-LEVEL.
047700*    THE SIGNED-ON OPERATOR KEYING THE LOANS - OPERATOR.CUR
047800*    NAMES THE OPERATOR, OPERATOR.MST CARRIES THE LEVEL, SAME
047900*    AS THE MENU.
048000*----------------------------------------------------------------
048100     OPEN INPUT operatorCurrent.
048200     IF operatorCurrentStatus = "00"
051200*    TOTAL THE MEMBER'S OUTSTANDING FACE AMOUNTS FROM THE LOAN
051300*    TABLE, ADD THE LOAN BEING KEYED, AND HOLD THE RESULT
051400*    AGAINST THE MEMBER'S LIMIT (OR THE DEFAULT WHEN THE MASTER
051500*    CARRIES NONE). AN OVERRIDE TAKES A SECOND, LEVEL-3
051600*    OPERATOR'S SIGN-ON - THIS IS HOW EVERY OTHER LOAN DESK
051650*    WORKS.
051700*----------------------------------------------------------------
051800     SET LIMIT-OK TO TRUE.
051900     MOVE WS-ENTRY-CREDIT-LIMIT TO WS-EFFECTIVE-LIMIT.
053400     DISPLAY "** FACULTY " WS-ENTRY-FACULTY " WOULD CARRY "
053500         WS-NEW-TOTAL-DISPLAY " AGAINST A LIMIT OF "
053600         WS-EFFECTIVE-LIMIT " **".
053700     DISPLAY "Supervisor override - accept anyway? (Y/N)".
053790     ACCEPT WS-OVERRIDE-ENTRY FROM CONSOLE.
053880     IF FUNCTION UPPER-CASE(WS-OVERRIDE-ENTRY) NOT = "Y"
053970         SET LIMIT-REFUSED TO TRUE
054060         DISPLAY "Entry refused"
054150         GO TO 2500-CHECK-CREDIT-LIMIT-EXIT
054240     END-IF.
054330     PERFORM 2520-GET-SECOND-OPERATOR
054420         THRU 2520-GET-SECOND-OPERATOR-EXIT.
054510     IF APPROVER-SIGNED-ON
054600         DISPLAY "Override accepted by " WS-APPROVER-ID
054690             " for entry by " WS-OPERATOR-ID
054780     ELSE
054870         SET LIMIT-REFUSED TO TRUE
054960         DISPLAY "Entry refused - override not signed"
055050     END-IF.
055100 2500-CHECK-CREDIT-LIMIT-EXIT.
055200     EXIT.
055300*----------------------------------------------------------------
055900     END-IF.
056000 2510-SUM-ONE-LOAN-EXIT.
056100     EXIT.
056200*----------------------------------------------------------------
056300 3400-RECORD-NEW-LOAN-HISTORY.
056400*    THE NEW LOANS ARE THE LAST WS-ADDED-COUNT ENTRIES OF THE
056500*    TABLE, SAME AS FOR THE JOURNAL. EACH GOES TO THE SHOP-WIDE
056600*    CHANGE.LOG AS AN ADD, ONLY AFTER THE REWRITE SO THE HISTORY
056700*    NEVER SHOWS A LOAN THE FILE LACKS.
056800*----------------------------------------------------------------
056900     MOVE "LAB30ENT" TO CHG-PROGRAM-NAME.
057000     MOVE "lab30.in" TO CHG-FILE-NAME.
057100     MOVE WS-OPERATOR-ID TO CHG-USER-ID.
057200     SET CHG-RECORD-ADDED TO TRUE.
057300     MOVE SPACES TO CHG-BEFORE-IMAGE.
057400     PERFORM 3410-RECORD-ONE-NEW-LOAN
057500         THRU 3410-RECORD-ONE-NEW-LOAN-EXIT
057600         VARYING WS-LOAN-SUB FROM WS-JOURNAL-FIRST BY 1
057700         UNTIL WS-LOAN-SUB > WS-LOAN-COUNT.
057800 3400-RECORD-NEW-LOAN-HISTORY-EXIT.
057900     EXIT.
058000*----------------------------------------------------------------
058100 3410-RECORD-ONE-NEW-LOAN.
058200*----------------------------------------------------------------
058300     MOVE SPACES TO CHG-RECORD-KEY.
058400     STRING WS-LOAN-FACULTY(WS-LOAN-SUB) "/"
058500         WS-LOAN-LOAN-ID(WS-LOAN-SUB) DELIMITED BY SIZE
058600         INTO CHG-RECORD-KEY.
058700     MOVE WS-LOAN-ENTRY(WS-LOAN-SUB) TO CHG-AFTER-IMAGE.
058800     CALL "CHGLOG" USING CHANGE-PARM.
058900 3410-RECORD-ONE-NEW-LOAN-EXIT.
059000     EXIT.
059100*----------------------------------------------------------------
059200 2520-GET-SECOND-OPERATOR.
059300*    THE OVERRIDE IS SIGNED BY A SECOND OPERATOR AT THE DESK -
059400*    ON OPERATOR.MST, NOT LOCKED, PASSWORD MATCHING, LEVEL 3,
059500*    AND NOT THE OPERATOR KEYING THE LOAN. EVERY ATTEMPT GOES TO
059600*    AUDIT.LOG AS A LAB30OVR EVENT UNDER THE ID GIVEN - 1 WRITTEN
059700*    FOR A SIGNED OVERRIDE, 0 FOR A REFUSAL - SO A PASSWORD BEING
059800*    GUESSED HERE SHOWS UP THE SAME WAY A MENU MISS DOES.
059900*----------------------------------------------------------------
060000     SET APPROVER-NOT-SIGNED-ON TO TRUE.
060100     MOVE ZERO TO WS-APPROVER-LEVEL.
060200     DISPLAY "Override operator id".
060300     ACCEPT WS-APPROVER-ID FROM CONSOLE.
060400     MOVE FUNCTION UPPER-CASE(WS-APPROVER-ID) TO WS-APPROVER-ID.
060500     IF WS-APPROVER-ID = SPACES
060600         GO TO 2520-GET-SECOND-OPERATOR-EXIT
060700     END-IF.
060800     IF WS-APPROVER-ID = WS-OPERATOR-ID
060900         DISPLAY "** " WS-APPROVER-ID " IS KEYING THIS LOAN - A "
061000             "DIFFERENT OPERATOR MUST SIGN THE OVERRIDE **"
061100         GO TO 2520-GET-SECOND-OPERATOR-LOG
061200     END-IF.
061300     DISPLAY "Enter password".
061400     ACCEPT WS-APPROVER-PASSWORD FROM CONSOLE.
061500     OPEN INPUT operatorMaster.
061600     IF operatorMasterStatus NOT = "00"
061700         DISPLAY "** OPERATOR.MST NOT FOUND - NOBODY CAN "
061800             "OVERRIDE **"
061900         CLOSE operatorMaster
062000         GO TO 2520-GET-SECOND-OPERATOR-LOG
062100     END-IF.
062200     PERFORM FOREVER
062300         READ operatorMaster
062400             AT END
062500             EXIT PERFORM
062600         END-READ
062700         IF mstOperatorId = WS-APPROVER-ID
062800             IF mstLockSw NOT = "Y"
062900                 AND mstPassword = WS-APPROVER-PASSWORD
063000                 MOVE mstAuthLevel TO WS-APPROVER-LEVEL
063100                 SET APPROVER-SIGNED-ON TO TRUE
063200             END-IF
063300             EXIT PERFORM
063400         END-IF
063500     END-PERFORM.
063600     CLOSE operatorMaster.
063700     IF APPROVER-NOT-SIGNED-ON
063800         DISPLAY "** " WS-APPROVER-ID " - UNKNOWN, LOCKED, OR "
063900             "WRONG PASSWORD **"
064000         GO TO 2520-GET-SECOND-OPERATOR-LOG
064100     END-IF.
064200     IF WS-APPROVER-LEVEL < 3
064300         SET APPROVER-NOT-SIGNED-ON TO TRUE
064400         DISPLAY "** " WS-APPROVER-ID " (level " WS-APPROVER-LEVEL
064500             ") may not override the credit limit (needs "
064600             "level 3) **"
064700     END-IF.
064800 2520-GET-SECOND-OPERATOR-LOG.
064900     MOVE "LAB30OVR" TO WS-EVENT-NAME.
065000     COMPUTE WS-EVENT-KEY =
065100         (WS-ENTRY-FACULTY * 1000) + WS-ENTRY-LOAN-ID.
065200     IF APPROVER-SIGNED-ON
065300         MOVE 1 TO WS-EVENT-FLAG
065400     ELSE
065500         MOVE ZERO TO WS-EVENT-FLAG
065600     END-IF.
065700     MOVE WS-APPROVER-ID TO WS-EVENT-USER.
065800     PERFORM 9100-LOG-ONE-EVENT
065900         THRU 9100-LOG-ONE-EVENT-EXIT.
066000 2520-GET-SECOND-OPERATOR-EXIT.
066100     EXIT.
066200*----------------------------------------------------------------
066300 3500-REGISTER-NEW-LOANS.
066400*    THE NEW LOANS ARE THE LAST WS-ADDED-COUNT ENTRIES OF THE
066500*    TABLE, SAME AS FOR THE JOURNAL. EACH GOES ON THE LAB30.ORG
066600*    ORIGINATION REGISTER WITH THE OPERATOR WHO KEYED IT - LAB30
066700*    STAMPS THAT OPERATOR ON A CHARGE-OFF CANDIDATE SO LAB30WOF
066800*    CAN KEEP THEM FROM APPROVING THEIR OWN LOAN'S WRITE-OFF -
066900*    AND TO AUDIT.LOG AS A LAB30ORG EVENT. THE REGISTER IS
067000*    CREATED ON FIRST USE.
067100*----------------------------------------------------------------
067200     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ORIGIN-DATE.
067300     OPEN EXTEND originFile.
067400     IF originFileStatus NOT = "00"
067500         OPEN OUTPUT originFile
067600     END-IF.
067700     PERFORM 3510-REGISTER-ONE-LOAN
067800         THRU 3510-REGISTER-ONE-LOAN-EXIT
067900         VARYING WS-LOAN-SUB FROM WS-JOURNAL-FIRST BY 1
068000         UNTIL WS-LOAN-SUB > WS-LOAN-COUNT.
068100     CLOSE originFile.
068200 3500-REGISTER-NEW-LOANS-EXIT.
068300     EXIT.
068400*----------------------------------------------------------------
068500 3510-REGISTER-ONE-LOAN.
068600*----------------------------------------------------------------
068700     MOVE SPACES TO originRecord.
068800     MOVE WS-LOAN-FACULTY(WS-LOAN-SUB) TO orgFacultyNumber.
068900     MOVE WS-LOAN-LOAN-ID(WS-LOAN-SUB) TO orgLoanId.
069000     MOVE WS-OPERATOR-ID TO orgOperatorId.
069100     MOVE WS-ORIGIN-DATE TO orgEntryDate.
069200     WRITE originRecord.
069300     MOVE "LAB30ORG" TO WS-EVENT-NAME.
069400     COMPUTE WS-EVENT-KEY = (WS-LOAN-FACULTY(WS-LOAN-SUB) * 1000)
069500         + WS-LOAN-LOAN-ID(WS-LOAN-SUB).
069600     MOVE 1 TO WS-EVENT-FLAG.
069700     MOVE WS-OPERATOR-ID TO WS-EVENT-USER.
069800     PERFORM 9100-LOG-ONE-EVENT
069900         THRU 9100-LOG-ONE-EVENT-EXIT.
070000 3510-REGISTER-ONE-LOAN-EXIT.
070100     EXIT.
070200*----------------------------------------------------------------
070300 9100-LOG-ONE-EVENT.
070400*    ONE AUDIT.LOG EVENT LINE, THE WAY LAB25APR LOGS ITS
070500*    DECISIONS - RECORDS-READ CARRIES THE FACULTY/LOAN KEY AS
070600*    FFFLLL. THE RUN'S OWN AUDIT RECORD IS PUT BACK AFTERWARD.
070700*----------------------------------------------------------------
070800     MOVE AUDIT-PARM TO WS-SAVED-AUDIT-PARM.
070900     MOVE WS-EVENT-NAME TO AUDIT-PROGRAM-NAME.
071000     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
071100     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
071200     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
071300     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
071400     MOVE WS-EVENT-KEY TO AUDIT-RECORDS-READ.
071500     MOVE WS-EVENT-FLAG TO AUDIT-RECORDS-WRITTEN.
071600     MOVE WS-EVENT-USER TO AUDIT-USER-ID.
071700     CALL "AUDITLOG" USING AUDIT-PARM.
071800     MOVE WS-SAVED-AUDIT-PARM TO AUDIT-PARM.
071900 9100-LOG-ONE-EVENT-EXIT.
072000     EXIT.
