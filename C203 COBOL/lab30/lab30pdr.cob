000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB30PDR.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  LOANS - FACULTY LOAN AGING.
000500 DATE-WRITTEN.  09/23/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 09/23/2026  DL  INITIAL VERSION. PAYROLL DEDUCTION REQUESTS
001100*                 WERE ARRANGED BY PHONE. ONCE A PAY PERIOD THIS
001200*                 PROGRAM WRITES LAB30.PDQ FOR PAYROLL - ONE
001300*                 LINE PER OPEN LOAN OF AN ACTIVE FACULTY MEMBER
001400*                 (LAB30.FIX fixSepStatus A) WHOSE DUNNING STAGE
001500*                 ON LAB30.NHS HAS REACHED THE STAGE ON THE
001600*                 SIXTH LAB30.PRM RECORD. THE AMOUNT PER PAY
001700*                 PERIOD IS THE OPEN BALANCE, CAPPED AT THE
001800*                 PERCENTAGE OF THE ORIGINAL LOAN ON THAT SAME
001900*                 RECORD. PAYROLL'S ANSWER COMES BACK THROUGH
002000*                 LAB30PDC.
002033* 09/25/2026  DL  A LOAN UNDER A HARDSHIP DEFERRAL (LAB30.DEF) ON
002066*                 THE PAY DATE IS NOT REQUESTED.
002100*----------------------------------------------------------------
002200* A CHARGED-OFF LOAN (ON LAB30.HIST) IS NOT REQUESTED - MONEY ON
002300* IT IS A RECOVERY AND IS TAKEN AT LAB30PAY. A SEPARATED MEMBER
002400* IS ON THE EXIT-CLEARANCE REPORT INSTEAD; PAYROLL HAS NO PAY TO
002500* DEDUCT FROM. LAB30.PDQ IS REWRITTEN EACH RUN AND ENDS WITH A
002600* TRAILER (COUNT AND TOTAL) PAYROLL BALANCES AGAINST.
002700*----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPTIONAL loanFile ASSIGN TO "lab30.in"
003200         ORGANIZATION LINE SEQUENTIAL
003300         FILE STATUS IS loanFileStatus.
003400     SELECT OPTIONAL noticeHistFile ASSIGN TO "LAB30.NHS"
003500         ORGANIZATION LINE SEQUENTIAL
003600         FILE STATUS IS noticeHistFileStatus.
003700     SELECT OPTIONAL histFile ASSIGN TO "LAB30.HIST"
003800         ORGANIZATION LINE SEQUENTIAL
003900         FILE STATUS IS histFileStatus.
004000     SELECT OPTIONAL prmFile ASSIGN TO "LAB30.PRM"
004100         ORGANIZATION LINE SEQUENTIAL
004200         FILE STATUS IS prmFileStatus.
004225     SELECT OPTIONAL deferralFile ASSIGN TO "LAB30.DEF"
004250         ORGANIZATION LINE SEQUENTIAL
004275         FILE STATUS IS deferralFileStatus.
004300     SELECT facultyMaster ASSIGN TO "LAB30.FIX"
004400         ORGANIZATION INDEXED
004500         ACCESS MODE DYNAMIC
004600         RECORD KEY IS fixFacultyNumber
004700         FILE STATUS IS facultyMasterStatus.
004800     SELECT ledgerMaster ASSIGN TO "LAB30.LIX"
004900         ORGANIZATION INDEXED
005000         ACCESS MODE DYNAMIC
005100         RECORD KEY IS lixKey
005200         FILE STATUS IS ledgerMasterStatus.
005300     SELECT requestFile ASSIGN TO "LAB30.PDQ"
005400         ORGANIZATION LINE SEQUENTIAL.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  loanFile.
005800 01  loanDetailsI.
005900     05  loanFacultyNumberI      PIC 9(03).
006000     05  loanUserNameI           PIC A(17).
006100     05  loanLoanIdI             PIC 9(03).
006200     05  FILLER                  PIC X(01).
006300     05  loanDateI               PIC 9(08).
006400     05  FILLER                  PIC X(01).
006500     05  loanAmtI.
006600         10  loanAmtWholeI       PIC 9(04).
006700         10  loanAmtDotI         PIC X(01).
006800         10  loanAmtFracI        PIC 9(02).
006900 01  loanTrailerRecordI REDEFINES loanDetailsI.
007000     05  trailerLiteralI         PIC X(07).
007100     05  trailerCountI           PIC 9(07).
007200     05  FILLER                  PIC X(26).
007300 FD  noticeHistFile.
007400 01  noticeHistDetailsI.
007500     05  nhsFacultyNumberI       PIC 9(03).
007600     05  nhsLoanIdI              PIC 9(03).
007700     05  nhsStageI               PIC 9(01).
007800     05  nhsLastDateI            PIC 9(08).
007900 FD  histFile.
008000 01  historyDetails.
008100     05  histFacultyNumber       PIC 9(03).
008200     05  FILLER                  PIC X(17).
008300     05  histLoanId              PIC 9(03).
008400     05  FILLER                  PIC X(17).
008500     05  histArchiveDate         PIC 9(08).
008600 FD  prmFile.
008700 01  prmRecord                   PIC X(20).
008800 01  prmPayrollRecord REDEFINES prmRecord.
008900     05  prmPayrollStage         PIC 9(01).
009000     05  prmPayrollPercent       PIC 9(02)V99.
009100     05  FILLER                  PIC X(15).
009200 FD  facultyMaster.
009300 01  facultyIndexRec.
009400     05  fixFacultyNumber        PIC 9(03).
009500     05  fixName                 PIC A(17).
009600     05  fixDepartment           PIC X(15).
009700     05  fixPhone                PIC X(08).
009800     05  fixSepStatus            PIC X(01).
009900         88  FIX-IN-SERVICE              VALUE "A".
010000     05  fixTermDate             PIC 9(08).
010100     05  fixCreditLimit          PIC 9(05).
010200 FD  ledgerMaster.
010300 01  ledgerKeyRec.
010400     05  lixKey.
010500         10  lixFacultyNumber    PIC 9(03).
010600         10  lixLoanId           PIC 9(03).
010700     05  lixPaidToDate           PIC 9(06)V99.
010800     05  lixLastPostDate         PIC 9(08).
010900     05  lixInterestBooked       PIC 9(06)V99.
011000     05  lixFeesCharged          PIC 9(06)V99.
011006 FD  deferralFile.
011012 01  deferralDetails.
011018     05  defFacultyNumber        PIC 9(03).
011024     05  defLoanId               PIC 9(03).
011030     05  FILLER                  PIC X(01).
011036     05  defStartDate            PIC 9(08).
011042     05  FILLER                  PIC X(01).
011048     05  defEndDate              PIC 9(08).
011054     05  FILLER                  PIC X(01).
011060     05  defReason               PIC X(30).
011066     05  FILLER                  PIC X(01).
011072     05  defOperator             PIC X(08).
011078     05  FILLER                  PIC X(01).
011084     05  defEnteredDate          PIC 9(08).
011100 FD  requestFile.
011200 01  requestRecord.
011300     05  pdqPayDate              PIC 9(08).
011400     05  FILLER                  PIC X(01).
011500     05  pdqFacultyNumber        PIC 9(03).
011600     05  pdqLoanId               PIC 9(03).
011700     05  FILLER                  PIC X(01).
011800     05  pdqName                 PIC A(17).
011900     05  FILLER                  PIC X(01).
012000     05  pdqDepartment           PIC X(15).
012100     05  FILLER                  PIC X(01).
012200     05  pdqAmount               PIC 9(04)V99.
012300     05  FILLER                  PIC X(01).
012400     05  pdqBalance              PIC 9(06)V99.
012500     05  FILLER                  PIC X(01).
012600     05  pdqStage                PIC 9(01).
012700     05  FILLER                  PIC X(13).
012800 01  requestTrailerRecord REDEFINES requestRecord.
012900     05  pdqTrailerLiteral       PIC X(07).
013000     05  pdqTrailerCount         PIC 9(07).
013100     05  pdqTrailerTotal         PIC 9(08)V99.
013200     05  FILLER                  PIC X(56).
013300 WORKING-STORAGE SECTION.
013400*----------------------------------------------------------------
013500* FILE STATUS AND RUN CONTROLS
013600*----------------------------------------------------------------
013700 01  loanFileStatus              PIC X(02).
013800 01  noticeHistFileStatus        PIC X(02).
013900 01  histFileStatus              PIC X(02).
014000 01  prmFileStatus               PIC X(02).
014100 01  facultyMasterStatus         PIC X(02).
014200 01  ledgerMasterStatus          PIC X(02).
014250 01  deferralFileStatus          PIC X(02).
014300 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
014400 01  WS-LEDGER-SW                PIC X(01) VALUE "N".
014500     88  LEDGER-FOUND                    VALUE "Y".
014600     88  LEDGER-NOT-FOUND                VALUE "N".
014700 01  WS-LOANS-READ               PIC 9(05) VALUE ZERO.
014800 01  WS-BELOW-STAGE-COUNT        PIC 9(05) VALUE ZERO.
014900 01  WS-NOT-ACTIVE-COUNT         PIC 9(05) VALUE ZERO.
015000 01  WS-CHARGED-OFF-COUNT        PIC 9(05) VALUE ZERO.
015100 01  WS-NOTHING-OWED-COUNT       PIC 9(05) VALUE ZERO.
015150 01  WS-DEFERRED-COUNT           PIC 9(05) VALUE ZERO.
015200 01  WS-REQUEST-COUNT            PIC 9(07) VALUE ZERO.
015300 01  WS-REQUEST-TOTAL            PIC 9(08)V99 VALUE ZERO.
015400 01  WS-REQUEST-TOTAL-DISPLAY    PIC Z(07)9.99.
015500*----------------------------------------------------------------
015600* THE DEDUCTION RULE - SIXTH LAB30.PRM RECORD, OR THESE
015700* COMPILED DEFAULTS
015800*----------------------------------------------------------------
015900 01  WS-PAYROLL-STAGE            PIC 9(01) VALUE 2.
016000 01  WS-PAYROLL-PERCENT          PIC 9(02)V99 VALUE 10.00.
016100 01  WS-PERCENT-DISPLAY          PIC Z9.99.
016200*----------------------------------------------------------------
016300* THE PAY DATE THE REQUESTS ARE FOR
016400*----------------------------------------------------------------
016500 01  WS-ENTRY-DATE               PIC 9(08).
016600 01  WS-ENTRY-DATE-R REDEFINES WS-ENTRY-DATE.
016700     05  WS-ENTRY-MONTH          PIC 9(02).
016800     05  WS-ENTRY-DAY            PIC 9(02).
016900     05  WS-ENTRY-YEAR           PIC 9(04).
017000 01  WS-PAY-DATE                 PIC 9(08).
017100*----------------------------------------------------------------
017200* DUNNING STAGE PER LOAN FROM LAB30.NHS
017300*----------------------------------------------------------------
017400 01  WS-NHS-COUNT                PIC 9(03) COMP VALUE ZERO.
017500 01  WS-NHS-SUB                  PIC 9(03) COMP.
017600 01  WS-NHS-HIT                  PIC 9(03) COMP VALUE ZERO.
017700 01  WS-NHS-TABLE.
017800     05  WS-NHS-ENTRY OCCURS 300 TIMES.
017900         10  WS-NHS-FACULTY      PIC 9(03).
018000         10  WS-NHS-LOAN-ID      PIC 9(03).
018100         10  WS-NHS-STAGE        PIC 9(01).
018200*----------------------------------------------------------------
018300* CHARGED-OFF LOANS FROM LAB30.HIST
018400*----------------------------------------------------------------
018500 01  WS-WOF-COUNT                PIC 9(03) COMP VALUE ZERO.
018600 01  WS-WOF-SUB                  PIC 9(03) COMP.
018700 01  WS-WOF-HIT                  PIC 9(03) COMP VALUE ZERO.
018800 01  WS-WOF-TABLE.
018900     05  WS-WOF-ENTRY OCCURS 300 TIMES.
019000         10  WS-WOF-FACULTY      PIC 9(03).
019100         10  WS-WOF-LOAN-ID      PIC 9(03).
019200*----------------------------------------------------------------
019209* LOANS UNDER A HARDSHIP DEFERRAL ON THE PAY DATE, FROM LAB30.DEF
019218*----------------------------------------------------------------
019227 01  WS-DEF-COUNT                PIC 9(03) COMP VALUE ZERO.
019236 01  WS-DEF-SUB                  PIC 9(03) COMP.
019245 01  WS-DEF-HIT                  PIC 9(03) COMP VALUE ZERO.
019254 01  WS-DEF-TABLE.
019263     05  WS-DEF-ENTRY OCCURS 300 TIMES.
019272         10  WS-DEF-FACULTY      PIC 9(03).
019281         10  WS-DEF-LOAN-ID      PIC 9(03).
019290*----------------------------------------------------------------
019300* ONE LOAN'S FIGURES
019400*----------------------------------------------------------------
019500 01  WS-LOAN-STAGE               PIC 9(01).
019600 01  WS-LOAN-AMT-NUM             PIC 9(04)V99.
019700 01  WS-PAYMENTS-APPLIED         PIC 9(06)V99.
019800 01  WS-FEES-CHARGED             PIC 9(06)V99.
019900 01  WS-CURRENT-BALANCE          PIC S9(06)V99.
020000 01  WS-DEDUCTION-CAP            PIC 9(04)V99.
020100 01  WS-DEDUCTION-AMOUNT         PIC 9(04)V99.
020200*----------------------------------------------------------------
020300* CALL INTERFACE TO THE SHARED DATE-VALIDATION SUBPROGRAM
020400*----------------------------------------------------------------
020500 COPY "dvalparm.cpy".
020600*----------------------------------------------------------------
020700* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
020800*----------------------------------------------------------------
020900 COPY "auditparm.cpy".
021000 PROCEDURE DIVISION.
021100*----------------------------------------------------------------
021200 0000-MAINLINE.
021300*----------------------------------------------------------------
021400     MOVE "LAB30PDR" TO AUDIT-PROGRAM-NAME.
021500     MOVE SPACES TO AUDIT-USER-ID.
021600     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
021700     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
021800
021900     PERFORM 1000-GET-PAY-DATE
022000         THRU 1000-GET-PAY-DATE-EXIT.
022100     IF WS-FINAL-RETURN-CODE NOT = ZERO
022200         GO TO 0000-WRAP-UP
022300     END-IF.
022400     PERFORM 1100-GET-DEDUCTION-RULE
022500         THRU 1100-GET-DEDUCTION-RULE-EXIT.
022600     PERFORM 1200-LOAD-NOTICE-HISTORY
022700         THRU 1200-LOAD-NOTICE-HISTORY-EXIT.
022800     PERFORM 1300-LOAD-CHARGED-OFF-LOANS
022900         THRU 1300-LOAD-CHARGED-OFF-LOANS-EXIT.
022933     PERFORM 1400-LOAD-DEFERRALS
022966         THRU 1400-LOAD-DEFERRALS-EXIT.
023000
023100     OPEN INPUT loanFile.
023200     IF loanFileStatus NOT = "00"
023300         DISPLAY "** lab30.in NOT FOUND - NO LOANS TO REQUEST "
023400             "DEDUCTIONS FOR **"
023500         CLOSE loanFile
023600         MOVE 8 TO WS-FINAL-RETURN-CODE
023700         GO TO 0000-WRAP-UP
023800     END-IF.
023900     OPEN INPUT facultyMaster.
024000     IF facultyMasterStatus NOT = "00"
024100         DISPLAY "** LAB30.FIX NOT FOUND (RUN LAB30LD) - ACTIVE "
024200             "STATUS CANNOT BE CHECKED **"
024300         CLOSE loanFile
024400         MOVE 8 TO WS-FINAL-RETURN-CODE
024500         GO TO 0000-WRAP-UP
024600     END-IF.
024700     OPEN INPUT ledgerMaster.
024800     IF ledgerMasterStatus = "00"
024900         SET LEDGER-FOUND TO TRUE
025000     END-IF.
025100     OPEN OUTPUT requestFile.
025200
025300     PERFORM FOREVER
025400         READ loanFile
025500             AT END
025600             EXIT PERFORM
025700         END-READ
025800         IF trailerLiteralI NOT = "TRAILER"
025900             ADD 1 TO WS-LOANS-READ
026000             PERFORM 2000-CHECK-ONE-LOAN
026100                 THRU 2000-CHECK-ONE-LOAN-EXIT
026200         END-IF
026300     END-PERFORM.
026400
026500     MOVE SPACES TO requestRecord.
026600     MOVE "TRAILER"        TO pdqTrailerLiteral.
026700     MOVE WS-REQUEST-COUNT TO pdqTrailerCount.
026800     MOVE WS-REQUEST-TOTAL TO pdqTrailerTotal.
026900     WRITE requestRecord.
027000     CLOSE requestFile.
027100     CLOSE loanFile.
027200     CLOSE facultyMaster.
027300     IF LEDGER-FOUND
027400         CLOSE ledgerMaster
027500     END-IF.
027600
027700     MOVE WS-REQUEST-TOTAL TO WS-REQUEST-TOTAL-DISPLAY.
027800     DISPLAY WS-REQUEST-COUNT " deduction request(s) for "
027900         WS-REQUEST-TOTAL-DISPLAY " written to LAB30.PDQ for pay "
028000         "date " WS-PAY-DATE.
028100     DISPLAY "  not requested: " WS-BELOW-STAGE-COUNT
028200         " below stage, " WS-NOT-ACTIVE-COUNT " not active, "
028300         WS-CHARGED-OFF-COUNT " charged off, "
028350         WS-DEFERRED-COUNT " deferred, "
028400         WS-NOTHING-OWED-COUNT " nothing owed".
028500
028600 0000-WRAP-UP.
028700     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
028800     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
028900     MOVE WS-LOANS-READ TO AUDIT-RECORDS-READ.
029000     MOVE WS-REQUEST-COUNT TO AUDIT-RECORDS-WRITTEN.
029100     CALL "AUDITLOG" USING AUDIT-PARM.
029200*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
029300     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
029400     STOP RUN.
029500*----------------------------------------------------------------
029600 1000-GET-PAY-DATE.
029700*    THE PAY DATE PAYROLL WILL TAKE THE DEDUCTIONS ON. ONE CARD,
029800*    NO RE-PROMPT - AN UNATTENDED RUN WITH A BAD CARD MUST STOP,
029900*    NOT LOOP.
030000*----------------------------------------------------------------
030100     DISPLAY "Enter pay date for the deductions (MMDDYYYY)".
030200     ACCEPT WS-ENTRY-DATE FROM CONSOLE.
030300     COMPUTE DVAL-DATE =
030400         (WS-ENTRY-YEAR * 10000) + (WS-ENTRY-MONTH * 100)
030500         + WS-ENTRY-DAY.
030600     CALL "DATEVAL" USING DVAL-PARM.
030700     IF DVAL-IS-NOT-VALID
030800         DISPLAY "** " WS-ENTRY-DATE " IS NOT A VALID PAY DATE - "
030900             "NO REQUESTS WRITTEN **"
031000         MOVE 8 TO WS-FINAL-RETURN-CODE
031100         GO TO 1000-GET-PAY-DATE-EXIT
031200     END-IF.
031300     MOVE DVAL-DATE TO WS-PAY-DATE.
031400 1000-GET-PAY-DATE-EXIT.
031500     EXIT.
031600*----------------------------------------------------------------
031700 1100-GET-DEDUCTION-RULE.
031800*    AN OPTIONAL SIXTH LAB30.PRM RECORD CARRIES THE DUNNING STAGE
031900*    THAT TRIGGERS A DEDUCTION (9) AND THE CAP PER PAY PERIOD AS
032000*    A PERCENTAGE OF THE ORIGINAL LOAN (99V99). WITHOUT IT THE
032100*    COMPILED DEFAULTS STAND.
032200*----------------------------------------------------------------
032300     OPEN INPUT prmFile.
032400     IF prmFileStatus NOT = "00"
032500         GO TO 1100-GET-DEDUCTION-RULE-WRAP
032600     END-IF.
032700     READ prmFile
032800         AT END GO TO 1100-GET-DEDUCTION-RULE-WRAP
032900     END-READ.
033000     READ prmFile
033100         AT END GO TO 1100-GET-DEDUCTION-RULE-WRAP
033200     END-READ.
033300     READ prmFile
033400         AT END GO TO 1100-GET-DEDUCTION-RULE-WRAP
033500     END-READ.
033600     READ prmFile
033700         AT END GO TO 1100-GET-DEDUCTION-RULE-WRAP
033800     END-READ.
033900     READ prmFile
034000         AT END GO TO 1100-GET-DEDUCTION-RULE-WRAP
034100     END-READ.
034200     READ prmFile
034300         AT END
034400             CONTINUE
034500         NOT AT END
034600             IF prmPayrollStage IS NUMERIC
034700                 AND prmPayrollStage > ZERO
034800                 MOVE prmPayrollStage TO WS-PAYROLL-STAGE
034900             END-IF
035000             IF prmPayrollPercent IS NUMERIC
035100                 AND prmPayrollPercent > ZERO
035200                 MOVE prmPayrollPercent TO WS-PAYROLL-PERCENT
035300             END-IF
035400     END-READ.
035500 1100-GET-DEDUCTION-RULE-WRAP.
035600     CLOSE prmFile.
035700     MOVE WS-PAYROLL-PERCENT TO WS-PERCENT-DISPLAY.
035800     DISPLAY "Deductions requested from dunning stage "
035900         WS-PAYROLL-STAGE ", capped at " WS-PERCENT-DISPLAY
036000         "% of the loan per pay period".
036100 1100-GET-DEDUCTION-RULE-EXIT.
036200     EXIT.
036300*----------------------------------------------------------------
036400 1200-LOAD-NOTICE-HISTORY.
036500*    LAB30.NHS HOLDS EACH OVERDUE LOAN'S DUNNING STAGE. A LOAN
036600*    NOT ON IT IS NOT IN THE CYCLE AND IS NEVER REQUESTED.
036700*----------------------------------------------------------------
036800     OPEN INPUT noticeHistFile.
036900     IF noticeHistFileStatus = "00"
037000         PERFORM FOREVER
037100             READ noticeHistFile
037200                 AT END
037300                 EXIT PERFORM
037400             END-READ
037500             IF WS-NHS-COUNT < 300
037600                 ADD 1 TO WS-NHS-COUNT
037700                 MOVE nhsFacultyNumberI
037800                     TO WS-NHS-FACULTY(WS-NHS-COUNT)
037900                 MOVE nhsLoanIdI
038000                     TO WS-NHS-LOAN-ID(WS-NHS-COUNT)
038100                 MOVE nhsStageI
038200                     TO WS-NHS-STAGE(WS-NHS-COUNT)
038300             END-IF
038400         END-PERFORM
038500     END-IF.
038600     CLOSE noticeHistFile.
038700 1200-LOAD-NOTICE-HISTORY-EXIT.
038800     EXIT.
038900*----------------------------------------------------------------
039000 1300-LOAD-CHARGED-OFF-LOANS.
039100*    EVERY LOAN LAB30WOF HAS APPROVED INTO LAB30.HIST. A
039200*    CHARGED-OFF LOAN STAYS ON lab30.in, SO THIS IS WHAT KEEPS
039300*    IT OFF THE REQUEST FILE.
039400*----------------------------------------------------------------
039500     OPEN INPUT histFile.
039600     IF histFileStatus = "00"
039700         PERFORM FOREVER
039800             READ histFile
039900                 AT END
040000                 EXIT PERFORM
040100             END-READ
040200             IF WS-WOF-COUNT < 300
040300                 ADD 1 TO WS-WOF-COUNT
040400                 MOVE histFacultyNumber
040500                     TO WS-WOF-FACULTY(WS-WOF-COUNT)
040600                 MOVE histLoanId
040700                     TO WS-WOF-LOAN-ID(WS-WOF-COUNT)
040800             END-IF
040900         END-PERFORM
041000     END-IF.
041100     CLOSE histFile.
041200 1300-LOAD-CHARGED-OFF-LOANS-EXIT.
041300     EXIT.
041400*----------------------------------------------------------------
041403 1400-LOAD-DEFERRALS.
041406*    ONLY A DEFERRAL IN EFFECT ON THE PAY DATE MATTERS HERE -
041409*    ONE THAT HAS ENDED BY THEN LEAVES THE LOAN COLLECTIBLE.
041412*----------------------------------------------------------------
041415     OPEN INPUT deferralFile.
041418     IF deferralFileStatus = "00"
041421         PERFORM FOREVER
041424             READ deferralFile
041427                 AT END
041430                 EXIT PERFORM
041433             END-READ
041436             IF WS-DEF-COUNT < 300
041439                 AND defStartDate NOT > WS-PAY-DATE
041442                 AND defEndDate NOT < WS-PAY-DATE
041445                 ADD 1 TO WS-DEF-COUNT
041448                 MOVE defFacultyNumber
041451                     TO WS-DEF-FACULTY(WS-DEF-COUNT)
041454                 MOVE defLoanId
041457                     TO WS-DEF-LOAN-ID(WS-DEF-COUNT)
041460             END-IF
041463         END-PERFORM
041466     END-IF.
041469     CLOSE deferralFile.
041472 1400-LOAD-DEFERRALS-EXIT.
041475     EXIT.
041478*----------------------------------------------------------------
041500 2000-CHECK-ONE-LOAN.
041600*    STAGE FIRST (CHEAPEST), THEN CHARGE-OFF AND DEFERRAL, THEN
041700*    THE KEYED FACULTY AND LEDGER READS. WHAT SURVIVES IS
041750*    REQUESTED.
041800*----------------------------------------------------------------
041900     MOVE ZERO TO WS-NHS-HIT.
042000     PERFORM 2010-CHECK-ONE-NHS-ENTRY
042100         THRU 2010-CHECK-ONE-NHS-ENTRY-EXIT
042200         VARYING WS-NHS-SUB FROM 1 BY 1
042300         UNTIL WS-NHS-SUB > WS-NHS-COUNT
042400         OR WS-NHS-HIT NOT = ZERO.
042500     IF WS-NHS-HIT = ZERO
042600         ADD 1 TO WS-BELOW-STAGE-COUNT
042700         GO TO 2000-CHECK-ONE-LOAN-EXIT
042800     END-IF.
042900     MOVE WS-NHS-STAGE(WS-NHS-HIT) TO WS-LOAN-STAGE.
043000     IF WS-LOAN-STAGE < WS-PAYROLL-STAGE
043100         ADD 1 TO WS-BELOW-STAGE-COUNT
043200         GO TO 2000-CHECK-ONE-LOAN-EXIT
043300     END-IF.
043400
043500     MOVE ZERO TO WS-WOF-HIT.
043600     PERFORM 2020-CHECK-ONE-CHARGE-OFF
043700         THRU 2020-CHECK-ONE-CHARGE-OFF-EXIT
043800         VARYING WS-WOF-SUB FROM 1 BY 1
043900         UNTIL WS-WOF-SUB > WS-WOF-COUNT
044000         OR WS-WOF-HIT NOT = ZERO.
044100     IF WS-WOF-HIT NOT = ZERO
044200         ADD 1 TO WS-CHARGED-OFF-COUNT
044208         GO TO 2000-CHECK-ONE-LOAN-EXIT
044216     END-IF.
044224
044232     MOVE ZERO TO WS-DEF-HIT.
044240     PERFORM 2030-CHECK-ONE-DEFERRAL
044248         THRU 2030-CHECK-ONE-DEFERRAL-EXIT
044256         VARYING WS-DEF-SUB FROM 1 BY 1
044264         UNTIL WS-DEF-SUB > WS-DEF-COUNT
044272         OR WS-DEF-HIT NOT = ZERO.
044280     IF WS-DEF-HIT NOT = ZERO
044288         ADD 1 TO WS-DEFERRED-COUNT
044300         GO TO 2000-CHECK-ONE-LOAN-EXIT
044400     END-IF.
044500
044600     MOVE loanFacultyNumberI TO fixFacultyNumber.
044700     READ facultyMaster
044800         KEY IS fixFacultyNumber
044900         INVALID KEY
045000             ADD 1 TO WS-NOT-ACTIVE-COUNT
045100             GO TO 2000-CHECK-ONE-LOAN-EXIT
045200     END-READ.
045300     IF NOT FIX-IN-SERVICE
045400         ADD 1 TO WS-NOT-ACTIVE-COUNT
045500         GO TO 2000-CHECK-ONE-LOAN-EXIT
045600     END-IF.
045700
045800     PERFORM 2100-FIGURE-DEDUCTION
045900         THRU 2100-FIGURE-DEDUCTION-EXIT.
046000     IF WS-DEDUCTION-AMOUNT = ZERO
046100         ADD 1 TO WS-NOTHING-OWED-COUNT
046200         GO TO 2000-CHECK-ONE-LOAN-EXIT
046300     END-IF.
046400
046500     MOVE SPACES TO requestRecord.
046600     MOVE WS-PAY-DATE         TO pdqPayDate.
046700     MOVE loanFacultyNumberI  TO pdqFacultyNumber.
046800     MOVE loanLoanIdI         TO pdqLoanId.
046900     MOVE fixName             TO pdqName.
047000     MOVE fixDepartment       TO pdqDepartment.
047100     MOVE WS-DEDUCTION-AMOUNT TO pdqAmount.
047200     MOVE WS-CURRENT-BALANCE  TO pdqBalance.
047300     MOVE WS-LOAN-STAGE       TO pdqStage.
047400     WRITE requestRecord.
047500     ADD 1 TO WS-REQUEST-COUNT.
047600     ADD WS-DEDUCTION-AMOUNT TO WS-REQUEST-TOTAL.
047700 2000-CHECK-ONE-LOAN-EXIT.
047800     EXIT.
047900*----------------------------------------------------------------
048000 2010-CHECK-ONE-NHS-ENTRY.
048100*----------------------------------------------------------------
048200     IF WS-NHS-FACULTY(WS-NHS-SUB) = loanFacultyNumberI
048300         AND WS-NHS-LOAN-ID(WS-NHS-SUB) = loanLoanIdI
048400         MOVE WS-NHS-SUB TO WS-NHS-HIT
048500     END-IF.
048600 2010-CHECK-ONE-NHS-ENTRY-EXIT.
048700     EXIT.
048800*----------------------------------------------------------------
048900 2020-CHECK-ONE-CHARGE-OFF.
049000*----------------------------------------------------------------
049100     IF WS-WOF-FACULTY(WS-WOF-SUB) = loanFacultyNumberI
049200         AND WS-WOF-LOAN-ID(WS-WOF-SUB) = loanLoanIdI
049300         MOVE WS-WOF-SUB TO WS-WOF-HIT
049400     END-IF.
049500 2020-CHECK-ONE-CHARGE-OFF-EXIT.
049600     EXIT.
049700*----------------------------------------------------------------
049710 2030-CHECK-ONE-DEFERRAL.
049720*----------------------------------------------------------------
049730     IF WS-DEF-FACULTY(WS-DEF-SUB) = loanFacultyNumberI
049740         AND WS-DEF-LOAN-ID(WS-DEF-SUB) = loanLoanIdI
049750         MOVE WS-DEF-SUB TO WS-DEF-HIT
049760     END-IF.
049770 2030-CHECK-ONE-DEFERRAL-EXIT.
049780     EXIT.
049790*----------------------------------------------------------------
049800 2100-FIGURE-DEDUCTION.
049900*    OPEN BALANCE THE WAY LAB30 FIGURES IT - LOAN PLUS FEES LESS
050000*    EVERYTHING PAID (LAB30.LIX) - CAPPED AT THE PERCENTAGE OF
050100*    THE ORIGINAL LOAN, SO THE LAST DEDUCTION JUST CLEARS IT.
050200*----------------------------------------------------------------
050300     MOVE ZERO TO WS-DEDUCTION-AMOUNT.
050400     MOVE ZERO TO WS-PAYMENTS-APPLIED.
050500     MOVE ZERO TO WS-FEES-CHARGED.
050600     IF loanAmtWholeI IS NOT NUMERIC
050700         OR loanAmtFracI IS NOT NUMERIC
050800         GO TO 2100-FIGURE-DEDUCTION-EXIT
050900     END-IF.
051000     COMPUTE WS-LOAN-AMT-NUM =
051100         loanAmtWholeI + (loanAmtFracI / 100).
051200     IF LEDGER-FOUND
051300         MOVE loanFacultyNumberI TO lixFacultyNumber
051400         MOVE loanLoanIdI        TO lixLoanId
051500         READ ledgerMaster
051600             KEY IS lixKey
051700             INVALID KEY
051800                 CONTINUE
051900             NOT INVALID KEY
052000                 MOVE lixPaidToDate  TO WS-PAYMENTS-APPLIED
052100                 MOVE lixFeesCharged TO WS-FEES-CHARGED
052200         END-READ
052300     END-IF.
052400     COMPUTE WS-CURRENT-BALANCE =
052500         WS-LOAN-AMT-NUM + WS-FEES-CHARGED - WS-PAYMENTS-APPLIED.
052600     IF WS-CURRENT-BALANCE NOT > ZERO
052700         GO TO 2100-FIGURE-DEDUCTION-EXIT
052800     END-IF.
052900     COMPUTE WS-DEDUCTION-CAP ROUNDED =
053000         WS-LOAN-AMT-NUM * WS-PAYROLL-PERCENT / 100.
053100     IF WS-CURRENT-BALANCE < WS-DEDUCTION-CAP
053200         MOVE WS-CURRENT-BALANCE TO WS-DEDUCTION-AMOUNT
053300     ELSE
053400         MOVE WS-DEDUCTION-CAP TO WS-DEDUCTION-AMOUNT
053500     END-IF.
053600 2100-FIGURE-DEDUCTION-EXIT.
053700     EXIT.
