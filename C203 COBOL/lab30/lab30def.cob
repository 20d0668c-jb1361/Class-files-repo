000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB30DEF.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  LOANS - FACULTY LOAN AGING.
000500 DATE-WRITTEN.  09/25/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 09/25/2026  DL  INITIAL VERSION. HARDSHIP DEFERRALS GRANTED BY
001100*                 THE LOAN COMMITTEE ARE KEYED HERE ONTO
001200*                 LAB30.DEF - FACULTY, LOAN, START AND END DATE,
001300*                 REASON, AND THE APPROVING OPERATOR. ONLY A
001400*                 LEVEL-3 OPERATOR (PER OPERATOR.MST, SIGNED ON
001500*                 THROUGH THE MENU'S OPERATOR.CUR) MAY ADD A
001600*                 DEFERRAL, MOVE ITS END DATE, OR END IT EARLY.
001700*                 WHILE A DEFERRAL IS IN EFFECT THE NIGHTLY LAB30
001800*                 RUN HOLDS THE LOAN OUT OF THE AGING BUCKETS,
001900*                 THE INTEREST ACCRUAL, AND THE DUNNING CYCLE.
001925* 10/15/2026  DL  EVERY DEFERRAL ADDED, MOVED, ENDED, OR REMOVED
001950*                 NOW GOES TO CHANGE.LOG THROUGH CHGLOG, BEFORE
001975*                 AND AFTER, KEYED BY FACULTY/LOAN.
002000*----------------------------------------------------------------
002100* A DEFERRAL THAT HAS RUN ITS COURSE STAYS ON THE FILE - LAB30
002200* TAKES ITS DAYS BACK OUT OF THE LOAN'S AGE SO THE RELIEF IS NOT
002300* CHARGED AS INTEREST ONCE IT ENDS. ONLY A DEFERRAL ENDED BEFORE
002400* IT EVER STARTED IS REMOVED.
002500*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OPTIONAL deferralFile ASSIGN TO "LAB30.DEF"
003000         ORGANIZATION LINE SEQUENTIAL
003100         FILE STATUS IS deferralFileStatus.
003200     SELECT loanFile ASSIGN TO "lab30.in"
003300         ORGANIZATION LINE SEQUENTIAL
003400         FILE STATUS IS loanFileStatus.
003500     SELECT OPTIONAL historyFile ASSIGN TO "LAB30.HIST"
003600         ORGANIZATION LINE SEQUENTIAL
003700         FILE STATUS IS historyFileStatus.
003800     SELECT OPTIONAL operatorCurrent ASSIGN TO "OPERATOR.CUR"
003900         ORGANIZATION LINE SEQUENTIAL
004000         FILE STATUS IS operatorCurrentStatus.
004100     SELECT operatorMaster ASSIGN TO "OPERATOR.MST"
004200         ORGANIZATION LINE SEQUENTIAL
004300         FILE STATUS IS operatorMasterStatus.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  deferralFile.
004700 01  deferralDetails.
004800     05  defFacultyNumber        PIC 9(03).
004900     05  defLoanId               PIC 9(03).
005000     05  FILLER                  PIC X(01).
005100     05  defStartDate            PIC 9(08).
005200     05  FILLER                  PIC X(01).
005300     05  defEndDate              PIC 9(08).
005400     05  FILLER                  PIC X(01).
005500     05  defReason               PIC X(30).
005600     05  FILLER                  PIC X(01).
005700     05  defOperator             PIC X(08).
005800     05  FILLER                  PIC X(01).
005900     05  defEnteredDate          PIC 9(08).
006000 FD  loanFile.
006100 01  loanDetailsI.
006200     05  loanFacultyNumberI      PIC 9(03).
006300     05  loanNameI               PIC A(17).
006400     05  loanLoanIdI             PIC 9(03).
006500     05  FILLER                  PIC X(17).
006600 01  loanTrailerRecordI REDEFINES loanDetailsI.
006700     05  trailerLiteralI         PIC X(07).
006800     05  trailerCountI           PIC 9(07).
006900     05  FILLER                  PIC X(26).
007000 FD  historyFile.
007100 01  historyDetails.
007200     05  histFacultyNumber       PIC 9(03).
007300     05  FILLER                  PIC X(17).
007400     05  histLoanId              PIC 9(03).
007500     05  FILLER                  PIC X(17).
007600     05  histArchiveDate         PIC 9(08).
007700 FD  operatorCurrent.
007800 01  operatorCurrentRecord.
007900     05  curOperatorId           PIC X(08).
008000 FD  operatorMaster.
008100 01  operatorMasterRecord.
008200     05  mstOperatorId           PIC X(08).
008300     05  mstOperatorName         PIC X(20).
008400     05  mstAuthLevel            PIC 9(01).
008500 WORKING-STORAGE SECTION.
008600*----------------------------------------------------------------
008700* FILE STATUS AND RUN SWITCHES
008800*----------------------------------------------------------------
008900 01  deferralFileStatus          PIC X(02).
009000 01  loanFileStatus              PIC X(02).
009100 01  historyFileStatus           PIC X(02).
009200 01  operatorCurrentStatus       PIC X(02).
009300 01  operatorMasterStatus        PIC X(02).
009400 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
009500 01  WS-AUTHORIZED-SW            PIC X(01) VALUE "N".
009600     88  OPERATOR-AUTHORIZED              VALUE "Y".
009700     88  OPERATOR-NOT-AUTHORIZED          VALUE "N".
009800 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
009900 01  WS-OPERATOR-LEVEL           PIC 9(01) VALUE ZERO.
010000 01  WS-MAINT-DONE-SW            PIC X(01) VALUE "N".
010100     88  MAINT-DONE                       VALUE "Y".
010200 01  WS-TODAY                    PIC 9(08).
010300 01  WS-YESTERDAY                PIC 9(08).
010400 01  WS-WORK-INT                 PIC 9(07).
010500 01  WS-CHANGE-COUNT             PIC 9(03) COMP VALUE ZERO.
010600 01  WS-ACTION-ENTRY             PIC X(01).
010700*----------------------------------------------------------------
010800* THE DEFERRAL FILE, HELD WHOLE FOR MAINTENANCE AND REWRITE
010900*----------------------------------------------------------------
011000 01  WS-DEF-COUNT                PIC 9(03) COMP VALUE ZERO.
011100 01  WS-DEF-SUB                  PIC 9(03) COMP.
011200 01  WS-DEF-HIT                  PIC 9(03) COMP VALUE ZERO.
011300 01  WS-DEF-TABLE.
011400     05  WS-DEF-ENTRY OCCURS 300 TIMES.
011500         10  WS-DEF-FACULTY      PIC 9(03).
011600         10  WS-DEF-LOAN-ID      PIC 9(03).
011700         10  WS-DEF-START-DATE   PIC 9(08).
011800         10  WS-DEF-END-DATE     PIC 9(08).
011900         10  WS-DEF-REASON       PIC X(30).
012000         10  WS-DEF-OPERATOR     PIC X(08).
012100         10  WS-DEF-ENTERED-DATE PIC 9(08).
012200         10  WS-DEF-STATE-SW     PIC X(01).
012300             88  DEF-KEPT                VALUE "K".
012400             88  DEF-REMOVED             VALUE "R".
012500 01  WS-DEF-OVERFLOW-SW          PIC X(01) VALUE "N".
012600     88  DEFERRALS-OVERFLOWED             VALUE "Y".
012700 01  WS-DEF-OVERLAP-SW           PIC X(01) VALUE "N".
012800     88  DEFERRAL-OVERLAPS                VALUE "Y".
012900     88  DEFERRAL-CLEAR                   VALUE "N".
013000 01  WS-DEF-STATUS-TEXT          PIC X(09).
013100*----------------------------------------------------------------
013200* OPEN LOANS FROM lab30.in AND CHARGED-OFF LOANS FROM LAB30.HIST
013300*----------------------------------------------------------------
013400 01  WS-LOAN-COUNT               PIC 9(03) COMP VALUE ZERO.
013500 01  WS-LOAN-SUB                 PIC 9(03) COMP.
013600 01  WS-LOAN-HIT                 PIC 9(03) COMP VALUE ZERO.
013700 01  WS-LOAN-TABLE.
013800     05  WS-LOAN-ENTRY OCCURS 500 TIMES.
013900         10  WS-LOAN-FACULTY     PIC 9(03).
014000         10  WS-LOAN-LOAN-ID     PIC 9(03).
014100         10  WS-LOAN-NAME        PIC A(17).
014200 01  WS-WOF-COUNT                PIC 9(03) COMP VALUE ZERO.
014300 01  WS-WOF-SUB                  PIC 9(03) COMP.
014400 01  WS-WOF-HIT                  PIC 9(03) COMP VALUE ZERO.
014500 01  WS-WOF-TABLE.
014600     05  WS-WOF-ENTRY OCCURS 300 TIMES.
014700         10  WS-WOF-FACULTY      PIC 9(03).
014800         10  WS-WOF-LOAN-ID      PIC 9(03).
014900*----------------------------------------------------------------
015000* CONSOLE ENTRY WORK AREAS
015100*----------------------------------------------------------------
015200 01  WS-ENTRY-FACULTY            PIC 9(03).
015300 01  WS-ENTRY-LOAN-ID            PIC 9(03).
015400 01  WS-ENTRY-DATE               PIC 9(08).
015500 01  WS-ENTRY-DATE-R REDEFINES WS-ENTRY-DATE.
015600     05  WS-ENTRY-MONTH          PIC 9(02).
015700     05  WS-ENTRY-DAY            PIC 9(02).
015800     05  WS-ENTRY-YEAR           PIC 9(04).
015900 01  WS-ENTRY-REASON             PIC X(30).
016000 01  WS-ENTRY-VALID-SW           PIC X(01) VALUE "N".
016100     88  ENTRY-IS-VALID                   VALUE "Y".
016200     88  ENTRY-IS-NOT-VALID               VALUE "N".
016300 01  WS-DATE-PROMPT              PIC X(40).
016400 01  WS-EARLIEST-DATE            PIC 9(08).
016500 01  WS-ACCEPTED-DATE            PIC 9(08).
016600 01  WS-NEW-START-DATE           PIC 9(08).
016700 01  WS-NEW-END-DATE             PIC 9(08).
016800*----------------------------------------------------------------
016900* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
017000*----------------------------------------------------------------
017100 COPY "auditparm.cpy".
017200*----------------------------------------------------------------
017300* CALL INTERFACE TO THE SHARED DATE-VALIDATION SUBPROGRAM
017400*----------------------------------------------------------------
017500 COPY "dvalparm.cpy".
017520*----------------------------------------------------------------
017540* CALL INTERFACE TO THE SHARED CHANGE-HISTORY SUBPROGRAM
017560*----------------------------------------------------------------
017580 COPY "chgparm.cpy".
017600 PROCEDURE DIVISION.
017700*----------------------------------------------------------------
017800 0000-MAINLINE.
017900*----------------------------------------------------------------
018000     PERFORM 1100-RECORD-RUN-START
018100         THRU 1100-RECORD-RUN-START-EXIT.
018200     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
018300     COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1.
018400     COMPUTE WS-YESTERDAY = FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
018500
018600     PERFORM 1200-CHECK-AUTHORIZATION
018700         THRU 1200-CHECK-AUTHORIZATION-EXIT.
018800     IF OPERATOR-NOT-AUTHORIZED
018900         MOVE 8 TO WS-FINAL-RETURN-CODE
019000         GO TO 0000-WRAP-UP
019100     END-IF.
019200
019300     PERFORM 1300-LOAD-DEFERRAL-FILE
019400         THRU 1300-LOAD-DEFERRAL-FILE-EXIT.
019500     IF DEFERRALS-OVERFLOWED
019600         DISPLAY "** LAB30.DEF HOLDS MORE RECORDS THAN THIS "
019700             "PROGRAM CAN CARRY - MAINTENANCE REFUSED, FILE LEFT "
019800             "UNCHANGED **"
019900         MOVE 8 TO WS-FINAL-RETURN-CODE
020000         GO TO 0000-WRAP-UP
020100     END-IF.
020200     PERFORM 1400-LOAD-LOAN-FILE
020300         THRU 1400-LOAD-LOAN-FILE-EXIT.
020400     IF WS-LOAN-COUNT = ZERO
020500         DISPLAY "** NO LOANS ON lab30.in - NOTHING TO DEFER **"
020600         MOVE 8 TO WS-FINAL-RETURN-CODE
020700         GO TO 0000-WRAP-UP
020800     END-IF.
020900     PERFORM 1500-LOAD-CHARGED-OFF-LOANS
021000         THRU 1500-LOAD-CHARGED-OFF-LOANS-EXIT.
021100
021200     PERFORM 2000-TAKE-ONE-ACTION
021300         THRU 2000-TAKE-ONE-ACTION-EXIT
021400         UNTIL MAINT-DONE.
021500
021600     IF WS-CHANGE-COUNT NOT = ZERO
021700         PERFORM 3000-REWRITE-DEFERRAL-FILE
021800             THRU 3000-REWRITE-DEFERRAL-FILE-EXIT
021900     END-IF.
022000     DISPLAY WS-CHANGE-COUNT " deferral change(s) saved to "
022100         "LAB30.DEF".
022200
022300 0000-WRAP-UP.
022400     PERFORM 9000-LOG-AUDIT-RUN
022500         THRU 9000-LOG-AUDIT-RUN-EXIT.
022600*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
022700     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
022800     STOP RUN.
022900*----------------------------------------------------------------
023000 1100-RECORD-RUN-START.
023100*    CAPTURE THE RUN'S START DATE/TIME FOR THE AUDIT LOG.
023200*----------------------------------------------------------------
023300     MOVE "LAB30DEF" TO AUDIT-PROGRAM-NAME.
023400     MOVE SPACES TO AUDIT-USER-ID.
023500     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
023600     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
023700 1100-RECORD-RUN-START-EXIT.
023800     EXIT.
023900*----------------------------------------------------------------
024000 1200-CHECK-AUTHORIZATION.
024100*    GRANTING RELIEF ON A RECEIVABLE TAKES A LEVEL-3 SIGNATURE,
024200*    THE SAME AS FORGIVING ONE AT LAB30WOF. THE SIGNED-ON
024300*    OPERATOR COMES FROM OPERATOR.CUR AND THE LEVEL FROM
024400*    OPERATOR.MST.
024500*----------------------------------------------------------------
024600     SET OPERATOR-NOT-AUTHORIZED TO TRUE.
024700     OPEN INPUT operatorCurrent.
024800     IF operatorCurrentStatus = "00"
024900         READ operatorCurrent
025000             AT END
025100                 CONTINUE
025200             NOT AT END
025300                 MOVE curOperatorId TO WS-OPERATOR-ID
025400         END-READ
025500     END-IF.
025600     CLOSE operatorCurrent.
025700     IF WS-OPERATOR-ID = SPACES
025800         DISPLAY "** NO OPERATOR SIGNED ON - RUN LAB30DEF "
025900             "FROM THE MENU **"
026000         GO TO 1200-CHECK-AUTHORIZATION-EXIT
026100     END-IF.
026200
026300     OPEN INPUT operatorMaster.
026400     IF operatorMasterStatus NOT = "00"
026500         DISPLAY "** OPERATOR.MST NOT FOUND - NOBODY CAN "
026600             "GRANT A DEFERRAL **"
026700         CLOSE operatorMaster
026800         GO TO 1200-CHECK-AUTHORIZATION-EXIT
026900     END-IF.
027000     PERFORM FOREVER
027100         READ operatorMaster
027200             AT END
027300             EXIT PERFORM
027400         END-READ
027500         IF mstOperatorId = WS-OPERATOR-ID
027600             MOVE mstAuthLevel TO WS-OPERATOR-LEVEL
027700             EXIT PERFORM
027800         END-IF
027900     END-PERFORM.
028000     CLOSE operatorMaster.
028100
028200     IF WS-OPERATOR-LEVEL >= 3
028300         SET OPERATOR-AUTHORIZED TO TRUE
028400         DISPLAY "Approver: " WS-OPERATOR-ID " (level "
028500             WS-OPERATOR-LEVEL ")"
028600     ELSE
028700         DISPLAY "** " WS-OPERATOR-ID " (level "
028800             WS-OPERATOR-LEVEL ") is not authorized to "
028900             "maintain deferrals (needs level 3) **"
029000     END-IF.
029100 1200-CHECK-AUTHORIZATION-EXIT.
029200     EXIT.
029300*----------------------------------------------------------------
029400 1300-LOAD-DEFERRAL-FILE.
029500*    PULL THE WHOLE DEFERRAL FILE INTO A TABLE SO IT CAN BE
029600*    REWRITTEN WITH TODAY'S CHANGES.
029700*----------------------------------------------------------------
029800     OPEN INPUT deferralFile.
029900     IF deferralFileStatus NOT = "00"
030000         CLOSE deferralFile
030100         GO TO 1300-LOAD-DEFERRAL-FILE-EXIT
030200     END-IF.
030300     PERFORM FOREVER
030400         READ deferralFile
030500             AT END
030600             EXIT PERFORM
030700         END-READ
030800         IF WS-DEF-COUNT >= 300
030900             SET DEFERRALS-OVERFLOWED TO TRUE
031000         ELSE
031100             ADD 1 TO WS-DEF-COUNT
031200             MOVE defFacultyNumber
031300                 TO WS-DEF-FACULTY(WS-DEF-COUNT)
031400             MOVE defLoanId   TO WS-DEF-LOAN-ID(WS-DEF-COUNT)
031500             MOVE defStartDate
031600                 TO WS-DEF-START-DATE(WS-DEF-COUNT)
031700             MOVE defEndDate  TO WS-DEF-END-DATE(WS-DEF-COUNT)
031800             MOVE defReason   TO WS-DEF-REASON(WS-DEF-COUNT)
031900             MOVE defOperator TO WS-DEF-OPERATOR(WS-DEF-COUNT)
032000             MOVE defEnteredDate
032100                 TO WS-DEF-ENTERED-DATE(WS-DEF-COUNT)
032200             SET DEF-KEPT(WS-DEF-COUNT) TO TRUE
032300         END-IF
032400     END-PERFORM.
032500     CLOSE deferralFile.
032600 1300-LOAD-DEFERRAL-FILE-EXIT.
032700     EXIT.
032800*----------------------------------------------------------------
032900 1400-LOAD-LOAN-FILE.
033000*    ONLY A LOAN ON lab30.in CAN BE DEFERRED.
033100*----------------------------------------------------------------
033200     OPEN INPUT loanFile.
033300     IF loanFileStatus = "00"
033400         PERFORM FOREVER
033500             READ loanFile
033600                 AT END
033700                 EXIT PERFORM
033800             END-READ
033900             IF trailerLiteralI NOT = "TRAILER"
034000                 AND WS-LOAN-COUNT < 500
034100                 ADD 1 TO WS-LOAN-COUNT
034200                 MOVE loanFacultyNumberI
034300                     TO WS-LOAN-FACULTY(WS-LOAN-COUNT)
034400                 MOVE loanLoanIdI
034500                     TO WS-LOAN-LOAN-ID(WS-LOAN-COUNT)
034600                 MOVE loanNameI
034700                     TO WS-LOAN-NAME(WS-LOAN-COUNT)
034800             END-IF
034900         END-PERFORM
035000     END-IF.
035100     CLOSE loanFile.
035200 1400-LOAD-LOAN-FILE-EXIT.
035300     EXIT.
035400*----------------------------------------------------------------
035500 1500-LOAD-CHARGED-OFF-LOANS.
035600*    A CHARGED-OFF LOAN IS NO LONGER AGING OR DUNNED, SO THERE
035700*    IS NOTHING TO DEFER.
035800*----------------------------------------------------------------
035900     OPEN INPUT historyFile.
036000     IF historyFileStatus = "00"
036100         PERFORM FOREVER
036200             READ historyFile
036300                 AT END
036400                 EXIT PERFORM
036500             END-READ
036600             IF WS-WOF-COUNT < 300
036700                 ADD 1 TO WS-WOF-COUNT
036800                 MOVE histFacultyNumber
036900                     TO WS-WOF-FACULTY(WS-WOF-COUNT)
037000                 MOVE histLoanId
037100                     TO WS-WOF-LOAN-ID(WS-WOF-COUNT)
037200             END-IF
037300         END-PERFORM
037400     END-IF.
037500     CLOSE historyFile.
037600 1500-LOAD-CHARGED-OFF-LOANS-EXIT.
037700     EXIT.
037800*----------------------------------------------------------------
037900 2000-TAKE-ONE-ACTION.
038000*    ONE PASS OF THE MAINTENANCE LOOP.
038100*----------------------------------------------------------------
038200     DISPLAY " ".
038300     DISPLAY "(A)dd deferral, (C)hange end date, (E)nd early, "
038400         "(L)ist, or (Q)uit?".
038500     ACCEPT WS-ACTION-ENTRY FROM CONSOLE.
038600     EVALUATE FUNCTION UPPER-CASE(WS-ACTION-ENTRY)
038700         WHEN "A"
038800             PERFORM 2100-ADD-DEFERRAL
038900                 THRU 2100-ADD-DEFERRAL-EXIT
039000         WHEN "C"
039100             PERFORM 2200-CHANGE-END-DATE
039200                 THRU 2200-CHANGE-END-DATE-EXIT
039300         WHEN "E"
039400             PERFORM 2300-END-DEFERRAL-EARLY
039500                 THRU 2300-END-DEFERRAL-EARLY-EXIT
039600         WHEN "L"
039700             PERFORM 2400-LIST-DEFERRALS
039800                 THRU 2400-LIST-DEFERRALS-EXIT
039900         WHEN "Q"
040000             SET MAINT-DONE TO TRUE
040100         WHEN OTHER
040200             DISPLAY "Enter A, C, E, L, or Q"
040300     END-EVALUATE.
040400 2000-TAKE-ONE-ACTION-EXIT.
040500     EXIT.
040600*----------------------------------------------------------------
040700 2100-ADD-DEFERRAL.
040800*    A NEW DEFERRAL FOR AN OPEN LOAN. THE PERIOD MAY NOT
040900*    OVERLAP ANOTHER DEFERRAL ON THE SAME LOAN.
041000*----------------------------------------------------------------
041100     IF WS-DEF-COUNT >= 300
041200         DISPLAY "** DEFERRAL TABLE FULL - NOTHING ADDED **"
041300         GO TO 2100-ADD-DEFERRAL-EXIT
041400     END-IF.
041500     PERFORM 2500-GET-LOAN-KEY
041600         THRU 2500-GET-LOAN-KEY-EXIT.
041700     IF WS-LOAN-HIT = ZERO
041800         DISPLAY "Loan " WS-ENTRY-FACULTY "/" WS-ENTRY-LOAN-ID
041900             " is not on lab30.in - nothing added"
042000         GO TO 2100-ADD-DEFERRAL-EXIT
042100     END-IF.
042200     MOVE ZERO TO WS-WOF-HIT.
042300     PERFORM 2520-CHECK-ONE-CHARGE-OFF
042400         THRU 2520-CHECK-ONE-CHARGE-OFF-EXIT
042500         VARYING WS-WOF-SUB FROM 1 BY 1
042600         UNTIL WS-WOF-SUB > WS-WOF-COUNT
042700         OR WS-WOF-HIT NOT = ZERO.
042800     IF WS-WOF-HIT NOT = ZERO
042900         DISPLAY "Loan " WS-ENTRY-FACULTY "/" WS-ENTRY-LOAN-ID
043000             " is charged off - nothing to defer"
043100         GO TO 2100-ADD-DEFERRAL-EXIT
043200     END-IF.
043300     DISPLAY "  " WS-LOAN-NAME(WS-LOAN-HIT).
043400
043500     MOVE "Enter deferral start date (MMDDYYYY)"
043600         TO WS-DATE-PROMPT.
043700     MOVE ZERO TO WS-EARLIEST-DATE.
043800     PERFORM 2700-GET-DATE
043900         THRU 2700-GET-DATE-EXIT.
044000     MOVE WS-ACCEPTED-DATE TO WS-NEW-START-DATE.
044100     MOVE "Enter deferral end date (MMDDYYYY)"
044200         TO WS-DATE-PROMPT.
044300     IF WS-NEW-START-DATE > WS-TODAY
044400         MOVE WS-NEW-START-DATE TO WS-EARLIEST-DATE
044500     ELSE
044600         MOVE WS-TODAY TO WS-EARLIEST-DATE
044700     END-IF.
044800     PERFORM 2700-GET-DATE
044900         THRU 2700-GET-DATE-EXIT.
045000     MOVE WS-ACCEPTED-DATE TO WS-NEW-END-DATE.
045100
045200     MOVE ZERO TO WS-DEF-HIT.
045300     PERFORM 2600-CHECK-OVERLAP
045400         THRU 2600-CHECK-OVERLAP-EXIT.
045500     IF DEFERRAL-OVERLAPS
045600         DISPLAY "** " WS-NEW-START-DATE "-" WS-NEW-END-DATE
045700             " OVERLAPS A DEFERRAL ALREADY ON FILE FOR THIS "
045800             "LOAN - USE (C)HANGE **"
045900         GO TO 2100-ADD-DEFERRAL-EXIT
046000     END-IF.
046100
046200     MOVE SPACES TO WS-ENTRY-REASON.
046300     PERFORM 2800-ACCEPT-ONE-REASON
046400         THRU 2800-ACCEPT-ONE-REASON-EXIT
046500         UNTIL WS-ENTRY-REASON NOT = SPACES.
046600
046700     ADD 1 TO WS-DEF-COUNT.
046800     MOVE WS-ENTRY-FACULTY  TO WS-DEF-FACULTY(WS-DEF-COUNT).
046900     MOVE WS-ENTRY-LOAN-ID  TO WS-DEF-LOAN-ID(WS-DEF-COUNT).
047000     MOVE WS-NEW-START-DATE TO WS-DEF-START-DATE(WS-DEF-COUNT).
047100     MOVE WS-NEW-END-DATE   TO WS-DEF-END-DATE(WS-DEF-COUNT).
047200     MOVE WS-ENTRY-REASON   TO WS-DEF-REASON(WS-DEF-COUNT).
047300     MOVE WS-OPERATOR-ID    TO WS-DEF-OPERATOR(WS-DEF-COUNT).
047400     MOVE WS-TODAY          TO WS-DEF-ENTERED-DATE(WS-DEF-COUNT).
047500     SET DEF-KEPT(WS-DEF-COUNT) TO TRUE.
047600     ADD 1 TO WS-CHANGE-COUNT.
047614     MOVE WS-DEF-COUNT TO WS-DEF-HIT.
047628     SET CHG-RECORD-ADDED TO TRUE.
047642     MOVE SPACES TO CHG-BEFORE-IMAGE.
047657     MOVE WS-DEF-ENTRY(WS-DEF-HIT) TO CHG-AFTER-IMAGE.
047671     PERFORM 9200-RECORD-CHANGE-HISTORY
047685         THRU 9200-RECORD-CHANGE-HISTORY-EXIT.
047700     DISPLAY "Deferral added for " WS-ENTRY-FACULTY "/"
047800         WS-ENTRY-LOAN-ID " from " WS-NEW-START-DATE
047900         " through " WS-NEW-END-DATE.
048000 2100-ADD-DEFERRAL-EXIT.
048100     EXIT.
048200*----------------------------------------------------------------
048300 2200-CHANGE-END-DATE.
048400*    EXTEND OR SHORTEN A DEFERRAL THAT HAS NOT YET ENDED. THE
048500*    CHANGING OPERATOR BECOMES THE APPROVER OF RECORD.
048600*----------------------------------------------------------------
048700     PERFORM 2500-GET-LOAN-KEY
048800         THRU 2500-GET-LOAN-KEY-EXIT.
048900     PERFORM 2550-FIND-OPEN-DEFERRAL
049000         THRU 2550-FIND-OPEN-DEFERRAL-EXIT.
049100     IF WS-DEF-HIT = ZERO
049200         DISPLAY "No current or future deferral for "
049300             WS-ENTRY-FACULTY "/" WS-ENTRY-LOAN-ID
049400         GO TO 2200-CHANGE-END-DATE-EXIT
049500     END-IF.
049600     DISPLAY "  Deferred " WS-DEF-START-DATE(WS-DEF-HIT)
049700         " through " WS-DEF-END-DATE(WS-DEF-HIT)
049800         " - " WS-DEF-REASON(WS-DEF-HIT).
049900     MOVE "Enter new end date (MMDDYYYY)" TO WS-DATE-PROMPT.
050000     IF WS-DEF-START-DATE(WS-DEF-HIT) > WS-TODAY
050100         MOVE WS-DEF-START-DATE(WS-DEF-HIT) TO WS-EARLIEST-DATE
050200     ELSE
050300         MOVE WS-TODAY TO WS-EARLIEST-DATE
050400     END-IF.
050500     PERFORM 2700-GET-DATE
050600         THRU 2700-GET-DATE-EXIT.
050700     MOVE WS-DEF-START-DATE(WS-DEF-HIT) TO WS-NEW-START-DATE.
050800     MOVE WS-ACCEPTED-DATE TO WS-NEW-END-DATE.
050900     PERFORM 2600-CHECK-OVERLAP
051000         THRU 2600-CHECK-OVERLAP-EXIT.
051100     IF DEFERRAL-OVERLAPS
051200         DISPLAY "** THE NEW END DATE RUNS INTO ANOTHER "
051300             "DEFERRAL ON THIS LOAN - NOT CHANGED **"
051400         GO TO 2200-CHANGE-END-DATE-EXIT
051500     END-IF.
051533     SET CHG-RECORD-CHANGED TO TRUE.
051566     MOVE WS-DEF-ENTRY(WS-DEF-HIT) TO CHG-BEFORE-IMAGE.
051600     MOVE WS-NEW-END-DATE TO WS-DEF-END-DATE(WS-DEF-HIT).
051700     MOVE WS-OPERATOR-ID  TO WS-DEF-OPERATOR(WS-DEF-HIT).
051800     MOVE WS-TODAY        TO WS-DEF-ENTERED-DATE(WS-DEF-HIT).
051900     ADD 1 TO WS-CHANGE-COUNT.
051925     MOVE WS-DEF-ENTRY(WS-DEF-HIT) TO CHG-AFTER-IMAGE.
051950     PERFORM 9200-RECORD-CHANGE-HISTORY
051975         THRU 9200-RECORD-CHANGE-HISTORY-EXIT.
052000     DISPLAY "Deferral now runs through " WS-NEW-END-DATE.
052100 2200-CHANGE-END-DATE-EXIT.
052200     EXIT.
052300*----------------------------------------------------------------
052400 2300-END-DEFERRAL-EARLY.
052500*    A DEFERRAL ALREADY IN EFFECT ENDS YESTERDAY, SO THE LOAN
052600*    IS BACK IN TONIGHT'S AGING. ONE THAT HAS NOT STARTED YET
052700*    NEVER TOOK EFFECT AND IS REMOVED.
052800*----------------------------------------------------------------
052900     PERFORM 2500-GET-LOAN-KEY
053000         THRU 2500-GET-LOAN-KEY-EXIT.
053100     PERFORM 2550-FIND-OPEN-DEFERRAL
053200         THRU 2550-FIND-OPEN-DEFERRAL-EXIT.
053300     IF WS-DEF-HIT = ZERO
053400         DISPLAY "No current or future deferral for "
053500             WS-ENTRY-FACULTY "/" WS-ENTRY-LOAN-ID
053600         GO TO 2300-END-DEFERRAL-EARLY-EXIT
053700     END-IF.
053750     MOVE WS-DEF-ENTRY(WS-DEF-HIT) TO CHG-BEFORE-IMAGE.
053800     IF WS-DEF-START-DATE(WS-DEF-HIT) < WS-TODAY
053900         MOVE WS-YESTERDAY TO WS-DEF-END-DATE(WS-DEF-HIT)
053950         SET CHG-RECORD-CHANGED TO TRUE
054000         DISPLAY "Deferral ended as of " WS-YESTERDAY
054100     ELSE
054200         SET DEF-REMOVED(WS-DEF-HIT) TO TRUE
054250         SET CHG-RECORD-DELETED TO TRUE
054300         DISPLAY "Deferral had not started - removed"
054400     END-IF.
054500     MOVE WS-OPERATOR-ID TO WS-DEF-OPERATOR(WS-DEF-HIT).
054600     MOVE WS-TODAY       TO WS-DEF-ENTERED-DATE(WS-DEF-HIT).
054700     ADD 1 TO WS-CHANGE-COUNT.
054712     IF CHG-RECORD-DELETED
054725         MOVE SPACES TO CHG-AFTER-IMAGE
054737     ELSE
054750         MOVE WS-DEF-ENTRY(WS-DEF-HIT) TO CHG-AFTER-IMAGE
054762     END-IF.
054775     PERFORM 9200-RECORD-CHANGE-HISTORY
054787         THRU 9200-RECORD-CHANGE-HISTORY-EXIT.
054800 2300-END-DEFERRAL-EARLY-EXIT.
054900     EXIT.
055000*----------------------------------------------------------------
055100 2400-LIST-DEFERRALS.
055200*----------------------------------------------------------------
055300     DISPLAY "FAC/LN   START     END       STATUS    "
055400         "REASON                         BY".
055500     PERFORM 2410-LIST-ONE-DEFERRAL
055600         THRU 2410-LIST-ONE-DEFERRAL-EXIT
055700         VARYING WS-DEF-SUB FROM 1 BY 1
055800         UNTIL WS-DEF-SUB > WS-DEF-COUNT.
055900 2400-LIST-DEFERRALS-EXIT.
056000     EXIT.
056100*----------------------------------------------------------------
056200 2410-LIST-ONE-DEFERRAL.
056300*----------------------------------------------------------------
056400     IF DEF-REMOVED(WS-DEF-SUB)
056500         GO TO 2410-LIST-ONE-DEFERRAL-EXIT
056600     END-IF.
056700     EVALUATE TRUE
056800         WHEN WS-DEF-END-DATE(WS-DEF-SUB) < WS-TODAY
056900             MOVE "ENDED" TO WS-DEF-STATUS-TEXT
057000         WHEN WS-DEF-START-DATE(WS-DEF-SUB) > WS-TODAY
057100             MOVE "FUTURE" TO WS-DEF-STATUS-TEXT
057200         WHEN OTHER
057300             MOVE "IN EFFECT" TO WS-DEF-STATUS-TEXT
057400     END-EVALUATE.
057500     DISPLAY WS-DEF-FACULTY(WS-DEF-SUB) "/"
057600         WS-DEF-LOAN-ID(WS-DEF-SUB) "  "
057700         WS-DEF-START-DATE(WS-DEF-SUB) "  "
057800         WS-DEF-END-DATE(WS-DEF-SUB) "  "
057900         WS-DEF-STATUS-TEXT " "
058000         WS-DEF-REASON(WS-DEF-SUB) " "
058100         WS-DEF-OPERATOR(WS-DEF-SUB).
058200 2410-LIST-ONE-DEFERRAL-EXIT.
058300     EXIT.
058400*----------------------------------------------------------------
058500 2500-GET-LOAN-KEY.
058600*    FACULTY AND LOAN FROM THE CONSOLE. WS-LOAN-HIT COMES BACK
058700*    ZERO WHEN THE PAIR IS NOT ON lab30.in.
058800*----------------------------------------------------------------
058900     DISPLAY "Enter faculty number (3 digits)".
059000     ACCEPT WS-ENTRY-FACULTY FROM CONSOLE.
059100     DISPLAY "Enter loan id (3 digits)".
059200     ACCEPT WS-ENTRY-LOAN-ID FROM CONSOLE.
059300     MOVE ZERO TO WS-LOAN-HIT.
059400     PERFORM 2510-CHECK-ONE-LOAN
059500         THRU 2510-CHECK-ONE-LOAN-EXIT
059600         VARYING WS-LOAN-SUB FROM 1 BY 1
059700         UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
059800         OR WS-LOAN-HIT NOT = ZERO.
059900 2500-GET-LOAN-KEY-EXIT.
060000     EXIT.
060100*----------------------------------------------------------------
060200 2510-CHECK-ONE-LOAN.
060300*----------------------------------------------------------------
060400     IF WS-LOAN-FACULTY(WS-LOAN-SUB) = WS-ENTRY-FACULTY
060500         AND WS-LOAN-LOAN-ID(WS-LOAN-SUB) = WS-ENTRY-LOAN-ID
060600         MOVE WS-LOAN-SUB TO WS-LOAN-HIT
060700     END-IF.
060800 2510-CHECK-ONE-LOAN-EXIT.
060900     EXIT.
061000*----------------------------------------------------------------
061100 2520-CHECK-ONE-CHARGE-OFF.
061200*----------------------------------------------------------------
061300     IF WS-WOF-FACULTY(WS-WOF-SUB) = WS-ENTRY-FACULTY
061400         AND WS-WOF-LOAN-ID(WS-WOF-SUB) = WS-ENTRY-LOAN-ID
061500         MOVE WS-WOF-SUB TO WS-WOF-HIT
061600     END-IF.
061700 2520-CHECK-ONE-CHARGE-OFF-EXIT.
061800     EXIT.
061900*----------------------------------------------------------------
062000 2550-FIND-OPEN-DEFERRAL.
062100*    THE LOAN'S DEFERRAL THAT HAS NOT YET ENDED, IF ANY.
062200*----------------------------------------------------------------
062300     MOVE ZERO TO WS-DEF-HIT.
062400     PERFORM 2560-CHECK-ONE-OPEN-DEFERRAL
062500         THRU 2560-CHECK-ONE-OPEN-DEFERRAL-EXIT
062600         VARYING WS-DEF-SUB FROM 1 BY 1
062700         UNTIL WS-DEF-SUB > WS-DEF-COUNT
062800         OR WS-DEF-HIT NOT = ZERO.
062900 2550-FIND-OPEN-DEFERRAL-EXIT.
063000     EXIT.
063100*----------------------------------------------------------------
063200 2560-CHECK-ONE-OPEN-DEFERRAL.
063300*----------------------------------------------------------------
063400     IF WS-DEF-FACULTY(WS-DEF-SUB) = WS-ENTRY-FACULTY
063500         AND WS-DEF-LOAN-ID(WS-DEF-SUB) = WS-ENTRY-LOAN-ID
063600         AND WS-DEF-END-DATE(WS-DEF-SUB) NOT < WS-TODAY
063700         AND DEF-KEPT(WS-DEF-SUB)
063800         MOVE WS-DEF-SUB TO WS-DEF-HIT
063900     END-IF.
064000 2560-CHECK-ONE-OPEN-DEFERRAL-EXIT.
064100     EXIT.
064200*----------------------------------------------------------------
064300 2600-CHECK-OVERLAP.
064400*    DOES WS-NEW-START-DATE THRU WS-NEW-END-DATE RUN INTO ANY
064500*    OTHER DEFERRAL ON THE SAME LOAN? WS-DEF-HIT, WHEN SET, IS
064600*    THE ENTRY BEING CHANGED AND DOES NOT COUNT.
064700*----------------------------------------------------------------
064800     SET DEFERRAL-CLEAR TO TRUE.
064900     PERFORM 2610-CHECK-ONE-OVERLAP
065000         THRU 2610-CHECK-ONE-OVERLAP-EXIT
065100         VARYING WS-DEF-SUB FROM 1 BY 1
065200         UNTIL WS-DEF-SUB > WS-DEF-COUNT
065300         OR DEFERRAL-OVERLAPS.
065400 2600-CHECK-OVERLAP-EXIT.
065500     EXIT.
065600*----------------------------------------------------------------
065700 2610-CHECK-ONE-OVERLAP.
065800*----------------------------------------------------------------
065900     IF WS-DEF-SUB = WS-DEF-HIT
066000         OR DEF-REMOVED(WS-DEF-SUB)
066100         GO TO 2610-CHECK-ONE-OVERLAP-EXIT
066200     END-IF.
066300     IF WS-DEF-FACULTY(WS-DEF-SUB) = WS-ENTRY-FACULTY
066400         AND WS-DEF-LOAN-ID(WS-DEF-SUB) = WS-ENTRY-LOAN-ID
066500         AND WS-DEF-START-DATE(WS-DEF-SUB) NOT > WS-NEW-END-DATE
066600         AND WS-DEF-END-DATE(WS-DEF-SUB) NOT < WS-NEW-START-DATE
066700         SET DEFERRAL-OVERLAPS TO TRUE
066800     END-IF.
066900 2610-CHECK-ONE-OVERLAP-EXIT.
067000     EXIT.
067100*----------------------------------------------------------------
067200 2700-GET-DATE.
067300*    RE-PROMPT UNTIL THE DATE PASSES THE SHARED DATEVAL CHECK
067400*    AND IS NOT BEFORE WS-EARLIEST-DATE. RETURNED AS YYYYMMDD.
067500*----------------------------------------------------------------
067600     SET ENTRY-IS-NOT-VALID TO TRUE.
067700     PERFORM 2710-ACCEPT-ONE-DATE
067800         THRU 2710-ACCEPT-ONE-DATE-EXIT
067900         UNTIL ENTRY-IS-VALID.
068000 2700-GET-DATE-EXIT.
068100     EXIT.
068200*----------------------------------------------------------------
068300 2710-ACCEPT-ONE-DATE.
068400*----------------------------------------------------------------
068500     DISPLAY WS-DATE-PROMPT.
068600     ACCEPT WS-ENTRY-DATE FROM CONSOLE.
068700     SET ENTRY-IS-VALID TO TRUE.
068800     COMPUTE DVAL-DATE =
068900         (WS-ENTRY-YEAR * 10000) + (WS-ENTRY-MONTH * 100)
069000         + WS-ENTRY-DAY.
069100     CALL "DATEVAL" USING DVAL-PARM.
069200     IF DVAL-IS-NOT-VALID
069300         SET ENTRY-IS-NOT-VALID TO TRUE
069400         DISPLAY WS-ENTRY-DATE " is not a valid date"
069500         GO TO 2710-ACCEPT-ONE-DATE-EXIT
069600     END-IF.
069700     IF DVAL-DATE < WS-EARLIEST-DATE
069800         SET ENTRY-IS-NOT-VALID TO TRUE
069900         DISPLAY WS-ENTRY-DATE " is before " WS-EARLIEST-DATE
070000         GO TO 2710-ACCEPT-ONE-DATE-EXIT
070100     END-IF.
070200     MOVE DVAL-DATE TO WS-ACCEPTED-DATE.
070300 2710-ACCEPT-ONE-DATE-EXIT.
070400     EXIT.
070500*----------------------------------------------------------------
070600 2800-ACCEPT-ONE-REASON.
070700*----------------------------------------------------------------
070800     DISPLAY "Enter reason (committee minute or hardship, "
070900         "30 characters)".
071000     ACCEPT WS-ENTRY-REASON FROM CONSOLE.
071100     IF WS-ENTRY-REASON = SPACES
071200         DISPLAY "A deferral needs a reason"
071300     END-IF.
071400 2800-ACCEPT-ONE-REASON-EXIT.
071500     EXIT.
071600*----------------------------------------------------------------
071700 3000-REWRITE-DEFERRAL-FILE.
071800*    WRITE LAB30.DEF BACK OUT WITHOUT THE REMOVED ENTRIES.
071900*----------------------------------------------------------------
072000     OPEN OUTPUT deferralFile.
072100     PERFORM 3100-WRITE-ONE-DEFERRAL
072200         THRU 3100-WRITE-ONE-DEFERRAL-EXIT
072300         VARYING WS-DEF-SUB FROM 1 BY 1
072400         UNTIL WS-DEF-SUB > WS-DEF-COUNT.
072500     CLOSE deferralFile.
072600 3000-REWRITE-DEFERRAL-FILE-EXIT.
072700     EXIT.
072800*----------------------------------------------------------------
072900 3100-WRITE-ONE-DEFERRAL.
073000*----------------------------------------------------------------
073100     IF DEF-REMOVED(WS-DEF-SUB)
073200         GO TO 3100-WRITE-ONE-DEFERRAL-EXIT
073300     END-IF.
073400     MOVE SPACES TO deferralDetails.
073500     MOVE WS-DEF-FACULTY(WS-DEF-SUB)      TO defFacultyNumber.
073600     MOVE WS-DEF-LOAN-ID(WS-DEF-SUB)      TO defLoanId.
073700     MOVE WS-DEF-START-DATE(WS-DEF-SUB)   TO defStartDate.
073800     MOVE WS-DEF-END-DATE(WS-DEF-SUB)     TO defEndDate.
073900     MOVE WS-DEF-REASON(WS-DEF-SUB)       TO defReason.
074000     MOVE WS-DEF-OPERATOR(WS-DEF-SUB)     TO defOperator.
074100     MOVE WS-DEF-ENTERED-DATE(WS-DEF-SUB) TO defEnteredDate.
074200     WRITE deferralDetails.
074300 3100-WRITE-ONE-DEFERRAL-EXIT.
074400     EXIT.
074500*----------------------------------------------------------------
074600 9000-LOG-AUDIT-RUN.
074700*    APPEND A RUN RECORD TO THE SHARED AUDIT.LOG.
074800*----------------------------------------------------------------
074900     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
075000     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
075100     MOVE WS-DEF-COUNT TO AUDIT-RECORDS-READ.
075200     MOVE WS-CHANGE-COUNT TO AUDIT-RECORDS-WRITTEN.
075300     MOVE WS-OPERATOR-ID TO AUDIT-USER-ID.
075400     CALL "AUDITLOG" USING AUDIT-PARM.
075500 9000-LOG-AUDIT-RUN-EXIT.
075600     EXIT.
075700*----------------------------------------------------------------
075800 9200-RECORD-CHANGE-HISTORY.
075900*    THE DEFERRAL ITSELF, BEFORE AND AFTER, GOES TO CHANGE.LOG
076000*    KEYED BY FACULTY/LOAN AS THE LISTING SHOWS IT. THE CALLER
076100*    HAS SET THE ACTION AND THE IMAGES.
076200*----------------------------------------------------------------
076300     MOVE "LAB30DEF" TO CHG-PROGRAM-NAME.
076400     MOVE "LAB30.DEF" TO CHG-FILE-NAME.
076500     MOVE SPACES TO CHG-RECORD-KEY.
076600     STRING WS-DEF-FACULTY(WS-DEF-HIT) "/"
076700         WS-DEF-LOAN-ID(WS-DEF-HIT)
076800         DELIMITED BY SIZE INTO CHG-RECORD-KEY.
076900     MOVE WS-OPERATOR-ID TO CHG-USER-ID.
077000     CALL "CHGLOG" USING CHANGE-PARM.
077100 9200-RECORD-CHANGE-HISTORY-EXIT.
077200     EXIT.
