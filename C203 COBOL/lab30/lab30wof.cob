001900*                 GOES ON THE DATED LAB30.WOR WRITE-OFF REGISTER,
002000*                 AND THE RUN ENDS WITH THE DOLLARS CHARGED OFF
002100*                 PER MONTH FOR THE FINANCE COMMITTEE.
002120* 09/14/2026  DL  EACH APPROVED CHARGE-OFF NOW POSTS TO THE
002140*                 GENERAL-LEDGER JOURNAL THROUGH GLPOST FOR THE
002160*                 REGISTERED AMOUNT, SO FINANCE NO LONGER
002180*                 RE-KEYS LAB30.WOR INTO THE LEDGER BY HAND.
002183* 09/21/2026  DL  EACH APPROVAL OPENS THE LOAN'S RECORD ON THE
002186*                 NEW KEYED LAB30.RCL RECOVERY LEDGER - AMOUNT
002189*                 AND DATE CHARGED OFF, NOTHING RECOVERED YET -
002192*                 SO THE LAB30PAY WINDOW CAN TAKE LATER MONEY AS
002195*                 A RECOVERY AND LAB30RCY CAN REPORT THE NET LOSS.
002196* 10/15/2026  DL  A CHARGE-OFF IS DATED THE DAY IT IS APPROVED. IF
002197*                 PERCLS HAS CLOSED THE FISCAL PERIOD TODAY FALLS
002198*                 IN, AN APPROVAL IS REFUSED AND LOGGED TO
002199*                 REJECT.LOG AND THE CANDIDATE STAYS PENDING.
002200* 10/15/2026  DL  SEPARATION OF DUTIES - LAB30.PND NOW CARRIES THE
002210*                 OPERATOR WHO KEYED EACH LOAN (LAB30 TAKES IT OFF
002220*                 LAB30ENT'S LAB30.ORG REGISTER). AN APPROVAL BY
002230*                 THAT SAME OPERATOR IS REFUSED AND LOGGED TO
002240*                 REJECT.LOG, AND EVERY APPROVAL IS LOGGED TO
002250*                 AUDIT.LOG AS A LAB30WOA EVENT FOR SODRPT.
002251* 10/15/2026  DL  A CHARGE-OFF IS NOW FOR THE BALANCE STILL OWED
002252*                 (FACE PLUS FEES LESS PAID-TO-DATE, OFF THE
002253*                 LAB30.LIX LEDGER), NOT THE FACE AMOUNT - THE
002255*                 REVIEW SHOWS IT, AND THE REGISTER, THE GL
002256*                 JOURNAL, AND THE LAB30.RCL RECOVERY RECORD ALL
002257*                 CARRY IT. A PARTLY REPAID LOAN NO LONGER
002258*                 OVER-CREDITS THE RECEIVABLE.
002260*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
003800     SELECT operatorMaster ASSIGN TO "OPERATOR.MST"
003900         ORGANIZATION LINE SEQUENTIAL
004000         FILE STATUS IS operatorMasterStatus.
004016     SELECT recoveryLedger ASSIGN TO "LAB30.RCL"
004032         ORGANIZATION INDEXED
004048         ACCESS MODE DYNAMIC
004064         RECORD KEY IS rclKey
004080         FILE STATUS IS recoveryLedgerStatus.
004083     SELECT ledgerMaster ASSIGN TO "LAB30.LIX"
004086         ORGANIZATION INDEXED
004090         ACCESS MODE DYNAMIC
004093         RECORD KEY IS lixKey
004096         FILE STATUS IS ledgerMasterStatus.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  pendingFile.
004400 01  pendingDetails.
004500     05  pndLoanDetails          PIC X(40).
004600     05  pndCandidateDate        PIC 9(08).
004650     05  pndCreatedBy            PIC X(08).
004700 FD  historyFile.
004800 01  historyDetails.
004900     05  histLoanDetails         PIC X(40).
006900     05  mstOperatorId           PIC X(08).
007000     05  mstOperatorName         PIC X(20).
007100     05  mstAuthLevel            PIC 9(01).
007110 FD  recoveryLedger.
007120 01  recoveryLedgerRec.
007130     05  rclKey.
007140         10  rclFacultyNumber    PIC 9(03).
007150         10  rclLoanId           PIC 9(03).
007160     05  rclChargedOff           PIC 9(06)V99.
007170     05  rclChargeOffDate        PIC 9(08).
007180     05  rclRecovered            PIC 9(06)V99.
007190     05  rclLastRecoveryDate     PIC 9(08).
007191 FD  ledgerMaster.
007192 01  ledgerKeyRec.
007193     05  lixKey.
007194         10  lixFacultyNumber    PIC 9(03).
007195         10  lixLoanId           PIC 9(03).
007196     05  lixPaidToDate           PIC 9(06)V99.
007197     05  lixLastPostDate         PIC 9(08).
007198     05  lixInterestBooked       PIC 9(06)V99.
007199     05  lixFeesCharged          PIC 9(06)V99.
007200 WORKING-STORAGE SECTION.
007300*----------------------------------------------------------------
007400* FILE STATUS AND RUN SWITCHES
007800 01  registerFileStatus          PIC X(02).
007900 01  operatorCurrentStatus       PIC X(02).
008000 01  operatorMasterStatus        PIC X(02).
008050 01  recoveryLedgerStatus        PIC X(02).
008075 01  ledgerMasterStatus          PIC X(02).
008100 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
008200 01  WS-AUTHORIZED-SW            PIC X(01) VALUE "N".
008300     88  OPERATOR-AUTHORIZED              VALUE "Y".
009100 01  WS-PND-SUB                  PIC 9(03) COMP.
009200 01  WS-PND-TABLE.
009300     05  WS-PND-ENTRY OCCURS 300 TIMES.
009400         10  WS-PND-RECORD       PIC X(56).
009500         10  WS-PND-DECISION     PIC X(01).
009600             88  PND-APPROVED            VALUE "A".
009700             88  PND-REJECTED            VALUE "R".
011200         10  FILLER              PIC X(01).
011300         10  WS-CAN-AMOUNT       PIC X(07).
011400     05  WS-CAN-QUEUED           PIC 9(08).
011450     05  WS-CAN-CREATED-BY       PIC X(08).
011500 01  WS-DECISION-ENTRY           PIC X(01).
011512*----------------------------------------------------------------
011525* THE BALANCE STILL OWED ON THE CANDIDATE - WHAT IS CHARGED OFF
011537*----------------------------------------------------------------
011550 01  WS-BALANCE-OWED             PIC S9(07)V99.
011562 01  WS-CHARGE-OFF-AMT           PIC 9(06)V99.
011575 01  WS-CHARGE-OFF-DISPLAY       PIC Z(05)9.99.
011587 01  WS-WOR-AMOUNT-EDIT          PIC 9(04).99.
011600*----------------------------------------------------------------
011700* DECISION COUNTS AND THE APPROVAL WRITE WORK AREAS
011800*----------------------------------------------------------------
012100 01  WS-HELD-COUNT               PIC 9(03) COMP VALUE ZERO.
012200 01  WS-TODAY                    PIC 9(08).
012300 01  WS-TODAY-MONTH              PIC 9(06).
012310 01  WS-TODAY-PERIOD-SW           PIC X(01) VALUE "N".
012320     88  TODAY-PERIOD-CLOSED             VALUE "Y".
012330     88  TODAY-PERIOD-OPEN               VALUE "N".
012400*----------------------------------------------------------------
012500* MONTHLY WRITE-OFF TOTALS FOR THE FINANCE COMMITTEE
012600*----------------------------------------------------------------
013600         10  WS-MON-TOTAL        PIC 9(08)V99.
013700 01  WS-WOR-AMT-NUM              PIC 9(06)V99.
013800 01  WS-MON-TOTAL-DISPLAY        PIC 9(08).99.
013850 01  WS-SAVED-AUDIT-PARM         PIC X(58).
013900*----------------------------------------------------------------
014000* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
014100*----------------------------------------------------------------
014200 COPY "auditparm.cpy".
014220*----------------------------------------------------------------
014240* CALL INTERFACE TO THE SHARED GENERAL-LEDGER POSTING SUBPROGRAM
014260*----------------------------------------------------------------
014280 COPY "glpparm.cpy".
014281*----------------------------------------------------------------
014282* CALL INTERFACE TO THE SHARED FISCAL-PERIOD SUBPROGRAM
014283*----------------------------------------------------------------
014284 COPY "fscparm.cpy".
014285*----------------------------------------------------------------
014286* CALL INTERFACE TO THE SHARED REJECT-LOG SUBPROGRAM
014287*----------------------------------------------------------------
014288 COPY "rejparm.cpy".
014300 PROCEDURE DIVISION.
014400*----------------------------------------------------------------
014500 0000-MAINLINE.
015500         MOVE 8 TO WS-FINAL-RETURN-CODE
015600         GO TO 0000-WRAP-UP
015700     END-IF.
015710     MOVE WS-TODAY TO FSCL-DATE.
015720     CALL "FISCPER" USING FSCL-PARM.
015730     IF FSCL-PERIOD-CLOSED
015740         SET TODAY-PERIOD-CLOSED TO TRUE
015750         DISPLAY "** TODAY FALLS IN FISCAL " FSCL-FISCAL-YEAR
015760             " PERIOD " FSCL-PERIOD ", WHICH IS CLOSED - NO "
015770             "CHARGE-OFF CAN BE APPROVED **"
015780     END-IF.
015800
015900     PERFORM 1300-LOAD-PENDING-FILE
016000         THRU 1300-LOAD-PENDING-FILE-EXIT.
029100*    AGING), OR SKIP (STAYS PENDING).
029200*----------------------------------------------------------------
029300     MOVE WS-PND-RECORD(WS-PND-SUB) TO WS-CANDIDATE-WORK.
029333     PERFORM 2050-FIGURE-BALANCE-OWED
029366         THRU 2050-FIGURE-BALANCE-OWED-EXIT.
029400     DISPLAY " ".
029500     DISPLAY "CANDIDATE " WS-PND-SUB " OF " WS-PND-COUNT
029600         " - FACULTY " WS-CAN-FACULTY " LOAN " WS-CAN-LOAN-ID.
029700     DISPLAY "  " WS-CAN-NAME "  DATED " WS-CAN-DATE
029800         "  AMOUNT " WS-CAN-AMOUNT
029900         "  QUEUED " WS-CAN-QUEUED
029950         "  KEYED BY " WS-CAN-CREATED-BY.
029966     DISPLAY "  BALANCE OWED (TO BE CHARGED OFF) "
029983         WS-CHARGE-OFF-DISPLAY.
030000     DISPLAY "(A)pprove write-off, (R)eject, or (S)kip?".
030100     ACCEPT WS-DECISION-ENTRY FROM CONSOLE.
030110*    NOBODY WRITES OFF A LOAN THEY KEYED THEMSELVES.
030120     IF FUNCTION UPPER-CASE(WS-DECISION-ENTRY) = "A"
030130         AND WS-CAN-CREATED-BY = WS-OPERATOR-ID
030140         MOVE "S" TO WS-PND-DECISION(WS-PND-SUB)
030150         ADD 1 TO WS-HELD-COUNT
030160         PERFORM 2300-REJECT-SAME-OPERATOR
030170             THRU 2300-REJECT-SAME-OPERATOR-EXIT
030180         GO TO 2000-REVIEW-ONE-CANDIDATE-EXIT
030190     END-IF.
030200     EVALUATE FUNCTION UPPER-CASE(WS-DECISION-ENTRY)
030300         WHEN "A"
030310             IF TODAY-PERIOD-CLOSED
030320                 MOVE "S" TO WS-PND-DECISION(WS-PND-SUB)
030330                 ADD 1 TO WS-HELD-COUNT
030340                 PERFORM 2200-REJECT-CLOSED-PERIOD
030350                     THRU 2200-REJECT-CLOSED-PERIOD-EXIT
030360             ELSE
030400                 MOVE "A" TO WS-PND-DECISION(WS-PND-SUB)
030500                 PERFORM 2100-ARCHIVE-ONE-APPROVAL
030600                     THRU 2100-ARCHIVE-ONE-APPROVAL-EXIT
030700                 ADD 1 TO WS-APPROVED-COUNT
030750             END-IF
030800         WHEN "R"
030900             MOVE "R" TO WS-PND-DECISION(WS-PND-SUB)
031000             ADD 1 TO WS-REJECTED-COUNT
031500     END-EVALUATE.
031600 2000-REVIEW-ONE-CANDIDATE-EXIT.
031700     EXIT.
031703*----------------------------------------------------------------
031706 2050-FIGURE-BALANCE-OWED.
031709*    WHAT IS CHARGED OFF IS WHAT THE MEMBER STILL OWES - THE
031712*    FACE AMOUNT PLUS FEES LESS EVERYTHING PAID, THE SAME
031716*    BALANCE LAB30 AGES, OFF THE LOAN'S LAB30.LIX RECORD. A LOAN
031719*    WITH NO LEDGER RECORD HAS HAD NOTHING PAID OR CHARGED ON IT
031722*    AND OWES ITS FACE AMOUNT.
031725*----------------------------------------------------------------
031729     COMPUTE WS-BALANCE-OWED = FUNCTION NUMVAL(WS-CAN-AMOUNT).
031732     OPEN INPUT ledgerMaster.
031735     IF ledgerMasterStatus = "00"
031738         MOVE WS-CAN-FACULTY TO lixFacultyNumber
031741         MOVE WS-CAN-LOAN-ID TO lixLoanId
031745         READ ledgerMaster
031748             KEY IS lixKey
031751             INVALID KEY
031754                 CONTINUE
031758             NOT INVALID KEY
031761                 COMPUTE WS-BALANCE-OWED = WS-BALANCE-OWED
031764                     + lixFeesCharged - lixPaidToDate
031767         END-READ
031770     END-IF.
031774     CLOSE ledgerMaster.
031777     IF WS-BALANCE-OWED < ZERO
031780         MOVE ZERO TO WS-BALANCE-OWED
031783     END-IF.
031787     MOVE WS-BALANCE-OWED TO WS-CHARGE-OFF-AMT.
031790     MOVE WS-CHARGE-OFF-AMT TO WS-CHARGE-OFF-DISPLAY.
031793 2050-FIGURE-BALANCE-OWED-EXIT.
031796     EXIT.
031800*----------------------------------------------------------------
031900 2100-ARCHIVE-ONE-APPROVAL.
032000*    AN APPROVED WRITE-OFF GOES TO LAB30.HIST (DATED, THE WAY
032100*    LAB30 USED TO WRITE IT, SO LAB30HST CAN STILL BROWSE AND
032200*    RESTORE) AND ONTO THE LAB30.WOR REGISTER WITH THE
032300*    APPROVING OPERATOR. BOTH APPENDS CREATE ON FIRST USE.
032350*    THE AMOUNT REGISTERED AND JOURNALED AGAINST THE LOSS
032375*    ALLOWANCE IS THE BALANCE OWED, NOT THE FACE AMOUNT.
032400*----------------------------------------------------------------
032500     OPEN EXTEND historyFile.
032600     IF historyFileStatus NOT = "00"
033900     MOVE WS-TODAY-MONTH  TO worMonth.
034000     MOVE WS-CAN-FACULTY  TO worFaculty.
034100     MOVE WS-CAN-LOAN-ID  TO worLoanId.
034200     IF WS-CHARGE-OFF-AMT > 9999.99
034211         DISPLAY "WARNING - balance owed " WS-CHARGE-OFF-DISPLAY
034222             " is wider than the LAB30.WOR amount column - "
034233             "registered as 9999.99"
034244         MOVE 9999.99 TO WS-WOR-AMOUNT-EDIT
034255     ELSE
034266         MOVE WS-CHARGE-OFF-AMT TO WS-WOR-AMOUNT-EDIT
034277     END-IF.
034288     MOVE WS-WOR-AMOUNT-EDIT TO worAmount.
034300     MOVE WS-TODAY        TO worDate.
034400     MOVE WS-OPERATOR-ID  TO worOperator.
034500     WRITE registerDetails.
034600     CLOSE registerFile.
034610
034620     MOVE "LAB30WOF"      TO GLP-PROGRAM-NAME.
034630     SET GLP-EVENT-CHARGE-OFF TO TRUE.
034640     MOVE WS-TODAY        TO GLP-EVENT-DATE.
034650     MOVE WS-CAN-FACULTY  TO GLP-FACULTY-NUMBER.
034660     MOVE WS-CAN-LOAN-ID  TO GLP-LOAN-ID.
034670     MOVE WS-OPERATOR-ID  TO GLP-REFERENCE.
034680     MOVE WS-CHARGE-OFF-AMT TO GLP-AMOUNT.
034690     CALL "GLPOST" USING GLP-PARM.
034693     PERFORM 2110-OPEN-RECOVERY-RECORD
034696         THRU 2110-OPEN-RECOVERY-RECORD-EXIT.
034697     PERFORM 2120-LOG-APPROVAL-EVENT
034698         THRU 2120-LOG-APPROVAL-EVENT-EXIT.
034700     DISPLAY "Approved - archived to LAB30.HIST and "
034800         "registered on LAB30.WOR".
034900 2100-ARCHIVE-ONE-APPROVAL-EXIT.
034902     EXIT.
034904*----------------------------------------------------------------
034906 2110-OPEN-RECOVERY-RECORD.
034908*    THE CHARGED-OFF LOAN STARTS ITS LAB30.RCL RECORD AT THE
034910*    BALANCE OWED WITH NOTHING RECOVERED. THE LEDGER IS
034912*    CREATED ON FIRST USE. A RECORD ALREADY THERE (A LOAN
034914*    RESTORED FROM HISTORY AND CHARGED OFF AGAIN) KEEPS WHAT IT
034916*    HAS RECOVERED AND TAKES THE NEW CHARGE-OFF.
034918*----------------------------------------------------------------
034920     OPEN I-O recoveryLedger.
034922     IF recoveryLedgerStatus NOT = "00"
034924         OPEN OUTPUT recoveryLedger
034926         CLOSE recoveryLedger
034928         OPEN I-O recoveryLedger
034930     END-IF.
034932     IF recoveryLedgerStatus NOT = "00"
034934         DISPLAY "** LAB30.RCL WILL NOT OPEN - STATUS "
034936             recoveryLedgerStatus " - NO RECOVERY RECORD FOR "
034938             WS-CAN-FACULTY "/" WS-CAN-LOAN-ID " **"
034940         MOVE 4 TO WS-FINAL-RETURN-CODE
034942         GO TO 2110-OPEN-RECOVERY-RECORD-EXIT
034944     END-IF.
034946     MOVE WS-CAN-FACULTY TO rclFacultyNumber.
034948     MOVE WS-CAN-LOAN-ID TO rclLoanId.
034950     READ recoveryLedger
034952         KEY IS rclKey
034954         INVALID KEY
034956             MOVE WS-CHARGE-OFF-AMT TO rclChargedOff
034960             MOVE WS-TODAY TO rclChargeOffDate
034962             MOVE ZERO     TO rclRecovered
034964             MOVE ZERO     TO rclLastRecoveryDate
034966             WRITE recoveryLedgerRec
034968         NOT INVALID KEY
034970             MOVE WS-CHARGE-OFF-AMT TO rclChargedOff
034974             MOVE WS-TODAY TO rclChargeOffDate
034976             REWRITE recoveryLedgerRec
034978     END-READ.
034980     CLOSE recoveryLedger.
034982 2110-OPEN-RECOVERY-RECORD-EXIT.
034983     EXIT.
034984*----------------------------------------------------------------
034985 2120-LOG-APPROVAL-EVENT.
034986*    EACH APPROVAL GOES TO AUDIT.LOG AS A LAB30WOA EVENT WITH THE
034987*    APPROVING OPERATOR - RECORDS-READ CARRIES THE FACULTY/LOAN
034989*    KEY AS FFFLLL, THE WAY LAB30ENT LOGS THE LOAN'S ORIGINATION -
034990*    SO SODRPT CAN PAIR THE TWO. THE RUN'S OWN AUDIT RECORD IS
034991*    PUT BACK AFTERWARD.
034992*----------------------------------------------------------------
034993     MOVE AUDIT-PARM TO WS-SAVED-AUDIT-PARM.
034994     MOVE "LAB30WOA" TO AUDIT-PROGRAM-NAME.
034996     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
034997     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
034998     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
034999     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
035000     COMPUTE AUDIT-RECORDS-READ =
035001         (WS-CAN-FACULTY * 1000) + WS-CAN-LOAN-ID.
035003     MOVE 1 TO AUDIT-RECORDS-WRITTEN.
035004     MOVE WS-OPERATOR-ID TO AUDIT-USER-ID.
035005     CALL "AUDITLOG" USING AUDIT-PARM.
035006     MOVE WS-SAVED-AUDIT-PARM TO AUDIT-PARM.
035007 2120-LOG-APPROVAL-EVENT-EXIT.
035008     EXIT.
035010*----------------------------------------------------------------
035012 2200-REJECT-CLOSED-PERIOD.
035014*    THE CHARGE-OFF WOULD POST INTO A PERIOD FINANCE HAS CLOSED.
035016*    THE CANDIDATE STAYS ON LAB30.PND AND THE ATTEMPT GOES TO
035018*    REJECT.LOG SO THE CLOSE HAS A RECORD OF IT.
035020*----------------------------------------------------------------
035022     DISPLAY "Refused - fiscal " FSCL-FISCAL-YEAR " period "
035024         FSCL-PERIOD " is closed; the candidate stays pending".
035026     MOVE "LAB30WOF" TO REJ-PROGRAM-NAME.
035028     MOVE SPACES TO REJ-RECORD-KEY.
035030     STRING WS-CAN-FACULTY "/" WS-CAN-LOAN-ID " "
035032         WS-TODAY DELIMITED BY SIZE
035034         INTO REJ-RECORD-KEY.
035036     MOVE "CLSD" TO REJ-REASON-CODE.
035038     MOVE SPACES TO REJ-REASON-TEXT.
035040     STRING "WRITE-OFF INTO CLOSED PERIOD "
035042         FSCL-FISCAL-YEAR "-" FSCL-PERIOD DELIMITED BY SIZE
035044         INTO REJ-REASON-TEXT.
035046     CALL "REJECTLOG" USING REJECT-PARM.
035048 2200-REJECT-CLOSED-PERIOD-EXIT.
035050     EXIT.
035075*----------------------------------------------------------------
035076 2300-REJECT-SAME-OPERATOR.
035077*    THE REVIEWER KEYED THIS LOAN - MAKER AND CHECKER MUST BE TWO
035078*    PEOPLE. THE CANDIDATE STAYS ON LAB30.PND FOR ANOTHER LEVEL-3
035079*    OPERATOR AND THE ATTEMPT GOES TO REJECT.LOG.
035080*----------------------------------------------------------------
035081     DISPLAY "Refused - the loan was keyed by " WS-CAN-CREATED-BY
035082         "; another operator must approve the write-off".
035083     MOVE "LAB30WOF" TO REJ-PROGRAM-NAME.
035084     MOVE SPACES TO REJ-RECORD-KEY.
035085     STRING WS-CAN-FACULTY "/" WS-CAN-LOAN-ID " "
035086         WS-TODAY DELIMITED BY SIZE
035087         INTO REJ-RECORD-KEY.
035088     MOVE "SOD" TO REJ-REASON-CODE.
035089     MOVE SPACES TO REJ-REASON-TEXT.
035090     STRING "APPROVER " WS-OPERATOR-ID " KEYED THE LOAN"
035091         DELIMITED BY SIZE INTO REJ-REASON-TEXT.
035092     CALL "REJECTLOG" USING REJECT-PARM.
035093 2300-REJECT-SAME-OPERATOR-EXIT.
035094     EXIT.
035100*----------------------------------------------------------------
035200 3000-REWRITE-PENDING-FILE.
035300*    WRITE LAB30.PND BACK OUT WITH ONLY THE SKIPPED CANDIDATES -
