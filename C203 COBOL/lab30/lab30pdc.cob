000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB30PDC.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  LOANS - FACULTY LOAN AGING.
000500 DATE-WRITTEN.  09/23/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 09/23/2026  DL  INITIAL VERSION. PAYROLL'S CONFIRMATION OF THE
001100*                 LAB30PDR DEDUCTION REQUESTS COMES BACK ON
001200*                 LAB30.PDC. EVERY DEDUCTION PAYROLL TOOK BECOMES
001300*                 A lab30.pay PAYMENT WITH A RECEIPT NUMBER FROM
001400*                 THE LAB30.RNO COUNTER AND A LAB30.RCT REGISTER
001500*                 LINE (TYPE D), EXACTLY AS IF THE CASHIER HAD
001600*                 KEYED IT AT LAB30PAY, SO TONIGHT'S LAB30 RUN
001700*                 POSTS IT AND LAB30REV CAN REVERSE IT. WHAT
001800*                 PAYROLL COULD NOT TAKE - AND ANY REQUEST IT
001900*                 NEVER ANSWERED - GOES ON THE LAB30.PDX
002000*                 EXCEPTION LIST FOR THE MORNING PACKET.
002100*----------------------------------------------------------------
002200* RUNS IN NITEBTCH AHEAD OF LAB30STP. NO CONFIRMATION FILE (OR AN
002300* EMPTY ONE) IS A NORMAL NIGHT - PAYROLL ONLY ANSWERS ONCE A PAY
002400* PERIOD. A CONFIRMED FILE IS EMPTIED ONCE POSTED SO IT IS NEVER
002500* TAKEN TWICE. MONEY TAKEN ON A LOAN SINCE CHARGED OFF, OR NO
002600* LONGER ON lab30.in, IS NOT POSTED - IT IS LISTED FOR THE
002700* CASHIER TO TAKE AS A RECOVERY OR TO REFUND.
002800*----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT OPTIONAL confirmFile ASSIGN TO "LAB30.PDC"
003300         ORGANIZATION LINE SEQUENTIAL
003400         FILE STATUS IS confirmFileStatus.
003500     SELECT OPTIONAL requestFile ASSIGN TO "LAB30.PDQ"
003600         ORGANIZATION LINE SEQUENTIAL
003700         FILE STATUS IS requestFileStatus.
003800     SELECT OPTIONAL loanFile ASSIGN TO "lab30.in"
003900         ORGANIZATION LINE SEQUENTIAL
004000         FILE STATUS IS loanFileStatus.
004100     SELECT OPTIONAL histFile ASSIGN TO "LAB30.HIST"
004200         ORGANIZATION LINE SEQUENTIAL
004300         FILE STATUS IS histFileStatus.
004400     SELECT OPTIONAL noticeHistFile ASSIGN TO "LAB30.NHS"
004500         ORGANIZATION LINE SEQUENTIAL
004600         FILE STATUS IS noticeHistFileStatus.
004700     SELECT OPTIONAL receiptNoFile ASSIGN TO "LAB30.RNO"
004800         ORGANIZATION LINE SEQUENTIAL
004900         FILE STATUS IS receiptNoFileStatus.
005000     SELECT paymentFile ASSIGN TO "lab30.pay"
005100         ORGANIZATION LINE SEQUENTIAL
005200         FILE STATUS IS paymentFileStatus.
005300     SELECT registerFile ASSIGN TO "LAB30.RCT"
005400         ORGANIZATION LINE SEQUENTIAL
005500         FILE STATUS IS registerFileStatus.
005600     SELECT exceptionFile ASSIGN TO "LAB30.PDX"
005700         ORGANIZATION LINE SEQUENTIAL.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  confirmFile.
006100 01  confirmRecord.
006200     05  pdcPayDate              PIC 9(08).
006300     05  FILLER                  PIC X(01).
006400     05  pdcFacultyNumber        PIC 9(03).
006500     05  pdcLoanId               PIC 9(03).
006600     05  FILLER                  PIC X(01).
006700     05  pdcRequested            PIC 9(04)V99.
006800     05  FILLER                  PIC X(01).
006900     05  pdcTaken                PIC 9(04)V99.
007000     05  FILLER                  PIC X(01).
007100     05  pdcStatus               PIC X(01).
007200         88  PDC-TAKEN                   VALUE "T".
007300         88  PDC-NOT-TAKEN               VALUE "N".
007400     05  FILLER                  PIC X(01).
007500     05  pdcReason               PIC X(30).
007600     05  FILLER                  PIC X(18).
007700 FD  requestFile.
007800 01  requestRecord.
007900     05  pdqPayDate              PIC 9(08).
008000     05  FILLER                  PIC X(01).
008100     05  pdqFacultyNumber        PIC 9(03).
008200     05  pdqLoanId               PIC 9(03).
008300     05  FILLER                  PIC X(01).
008400     05  pdqName                 PIC A(17).
008500     05  FILLER                  PIC X(01).
008600     05  pdqDepartment           PIC X(15).
008700     05  FILLER                  PIC X(01).
008800     05  pdqAmount               PIC 9(04)V99.
008900     05  FILLER                  PIC X(01).
009000     05  pdqBalance              PIC 9(06)V99.
009100     05  FILLER                  PIC X(01).
009200     05  pdqStage                PIC 9(01).
009300     05  FILLER                  PIC X(13).
009400 01  requestTrailerRecord REDEFINES requestRecord.
009500     05  pdqTrailerLiteral       PIC X(07).
009600     05  pdqTrailerCount         PIC 9(07).
009700     05  pdqTrailerTotal         PIC 9(08)V99.
009800     05  FILLER                  PIC X(56).
009900 FD  loanFile.
010000 01  loanDetailsI.
010100     05  loanFacultyNumberI      PIC 9(03).
010200     05  FILLER                  PIC X(17).
010300     05  loanLoanIdI             PIC 9(03).
010400     05  FILLER                  PIC X(17).
010500 01  loanTrailerRecordI REDEFINES loanDetailsI.
010600     05  trailerLiteralI         PIC X(07).
010700     05  trailerCountI           PIC 9(07).
010800     05  FILLER                  PIC X(26).
010900 FD  histFile.
011000 01  historyDetails.
011100     05  histFacultyNumber       PIC 9(03).
011200     05  FILLER                  PIC X(17).
011300     05  histLoanId              PIC 9(03).
011400     05  FILLER                  PIC X(17).
011500     05  histArchiveDate         PIC 9(08).
011600 FD  noticeHistFile.
011700 01  noticeHistDetailsI.
011800     05  nhsFacultyNumberI       PIC 9(03).
011900     05  nhsLoanIdI              PIC 9(03).
012000     05  nhsStageI               PIC 9(01).
012100     05  nhsLastDateI            PIC 9(08).
012200 FD  receiptNoFile.
012300 01  receiptNoRecord.
012400     05  rnoLastReceipt          PIC 9(05).
012500 FD  paymentFile.
012600 01  paymentDetailsO.
012700     05  pmtFacultyNumberO       PIC 9(03).
012800     05  pmtLoanIdO              PIC 9(03).
012900     05  FILLER                  PIC X(01).
013000     05  pmtDateO                PIC 9(08).
013100     05  FILLER                  PIC X(01).
013200     05  pmtAmtO                 PIC X(07).
013300 FD  registerFile.
013400 01  registerRecord              PIC X(80).
013500 FD  exceptionFile.
013600 01  exceptionLine               PIC X(80).
013700 WORKING-STORAGE SECTION.
013800*----------------------------------------------------------------
013900* FILE STATUS AND RUN CONTROLS
014000*----------------------------------------------------------------
014100 01  confirmFileStatus           PIC X(02).
014200 01  requestFileStatus           PIC X(02).
014300 01  loanFileStatus              PIC X(02).
014400 01  histFileStatus              PIC X(02).
014500 01  noticeHistFileStatus        PIC X(02).
014600 01  receiptNoFileStatus         PIC X(02).
014700 01  paymentFileStatus           PIC X(02).
014800 01  registerFileStatus          PIC X(02).
014900 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
015000 01  WS-RUN-DATE                 PIC 9(08).
015100 01  WS-CONFIRM-COUNT            PIC 9(05) VALUE ZERO.
015200 01  WS-POSTED-COUNT             PIC 9(05) VALUE ZERO.
015300 01  WS-POSTED-TOTAL             PIC 9(08)V99 VALUE ZERO.
015400 01  WS-EXCEPTION-COUNT          PIC 9(05) VALUE ZERO.
015500 01  WS-COUNT-DISPLAY            PIC Z(04)9.
015600 01  WS-TOTAL-DISPLAY            PIC Z(07)9.99.
015700*----------------------------------------------------------------
015800* THIS PAY PERIOD'S REQUESTS FROM LAB30.PDQ
015900*----------------------------------------------------------------
016000 01  WS-REQ-COUNT                PIC 9(03) COMP VALUE ZERO.
016100 01  WS-REQ-SUB                  PIC 9(03) COMP.
016200 01  WS-REQ-HIT                  PIC 9(03) COMP VALUE ZERO.
016300 01  WS-REQ-TABLE.
016400     05  WS-REQ-ENTRY OCCURS 500 TIMES.
016500         10  WS-REQ-FACULTY      PIC 9(03).
016600         10  WS-REQ-LOAN-ID      PIC 9(03).
016700         10  WS-REQ-NAME         PIC A(17).
016800         10  WS-REQ-AMOUNT       PIC 9(04)V99.
016900         10  WS-REQ-ANSWERED-SW  PIC X(01).
017000             88  REQ-ANSWERED            VALUE "Y".
017100             88  REQ-NOT-ANSWERED        VALUE "N".
017200*----------------------------------------------------------------
017300* OPEN LOANS FROM lab30.in (FACULTY/LOAN PAIRS)
017400*----------------------------------------------------------------
017500 01  WS-LOAN-COUNT               PIC 9(03) COMP VALUE ZERO.
017600 01  WS-LOAN-SUB                 PIC 9(03) COMP.
017700 01  WS-LOAN-TABLE.
017800     05  WS-LOAN-ENTRY OCCURS 500 TIMES.
017900         10  WS-LOAN-FACULTY     PIC 9(03).
018000         10  WS-LOAN-LOAN-ID     PIC 9(03).
018100 01  WS-LOAN-FOUND-SW            PIC X(01) VALUE "N".
018200     88  LOAN-FOUND                      VALUE "Y".
018300     88  LOAN-NOT-FOUND                  VALUE "N".
018400*----------------------------------------------------------------
018500* CHARGED-OFF LOANS FROM LAB30.HIST
018600*----------------------------------------------------------------
018700 01  WS-WOF-COUNT                PIC 9(03) COMP VALUE ZERO.
018800 01  WS-WOF-SUB                  PIC 9(03) COMP.
018900 01  WS-WOF-HIT                  PIC 9(03) COMP VALUE ZERO.
019000 01  WS-WOF-TABLE.
019100     05  WS-WOF-ENTRY OCCURS 300 TIMES.
019200         10  WS-WOF-FACULTY      PIC 9(03).
019300         10  WS-WOF-LOAN-ID      PIC 9(03).
019400*----------------------------------------------------------------
019500* DUNNING STAGE PER LOAN FROM LAB30.NHS - STAMPED ON THE RECEIPT
019600*----------------------------------------------------------------
019700 01  WS-NHS-COUNT                PIC 9(03) COMP VALUE ZERO.
019800 01  WS-NHS-SUB                  PIC 9(03) COMP.
019900 01  WS-NHS-HIT                  PIC 9(03) COMP VALUE ZERO.
020000 01  WS-NHS-TABLE.
020100     05  WS-NHS-ENTRY OCCURS 300 TIMES.
020200         10  WS-NHS-FACULTY      PIC 9(03).
020300         10  WS-NHS-LOAN-ID      PIC 9(03).
020400         10  WS-NHS-STAGE        PIC 9(01).
020500         10  WS-NHS-LAST-DATE    PIC 9(08).
020600*----------------------------------------------------------------
020700* THE PAYMENT BEING POSTED
020800*----------------------------------------------------------------
020900 01  WS-PAY-DATE-ISO             PIC 9(08).
021000 01  WS-PAY-DATE-ISO-R REDEFINES WS-PAY-DATE-ISO.
021100     05  WS-ISO-YEAR             PIC 9(04).
021200     05  WS-ISO-MONTH            PIC 9(02).
021300     05  WS-ISO-DAY              PIC 9(02).
021400 01  WS-PAY-DATE-MDY.
021500     05  WS-MDY-MONTH            PIC 9(02).
021600     05  WS-MDY-DAY              PIC 9(02).
021700     05  WS-MDY-YEAR             PIC 9(04).
021800 01  WS-PAY-AMOUNT-EDIT         PIC 9(04).99.
021900 01  WS-EXCEPTION-REASON         PIC X(30).
022000*----------------------------------------------------------------
022100* RECEIPT NUMBERING AND THE REGISTER LINE (AS LAB30PAY)
022200*----------------------------------------------------------------
022300 01  WS-LAST-RECEIPT             PIC 9(05) VALUE ZERO.
022400 01  WS-REGISTER-LINE.
022500     05  FILLER                  PIC X(08) VALUE "RECEIPT ".
022600     05  WS-REG-RECEIPT          PIC 9(05).
022700     05  FILLER                  PIC X(02) VALUE "  ".
022800     05  WS-REG-DATE             PIC 9(08).
022900     05  FILLER                  PIC X(02) VALUE "  ".
023000     05  WS-REG-FACULTY          PIC 9(03).
023100     05  FILLER                  PIC X(01) VALUE "/".
023200     05  WS-REG-LOAN-ID          PIC 9(03).
023300     05  FILLER                  PIC X(02) VALUE "  ".
023400     05  WS-REG-AMOUNT           PIC X(07).
023500     05  FILLER                  PIC X(02) VALUE "  ".
023600     05  WS-REG-NAME             PIC A(17).
023700     05  FILLER                  PIC X(08) VALUE "  STAGE ".
023800     05  WS-REG-STAGE            PIC 9(01).
023900     05  FILLER                  PIC X(01) VALUE SPACE.
024000     05  WS-REG-NOTICE-DATE      PIC 9(08).
024100     05  FILLER                  PIC X(01) VALUE SPACE.
024200     05  WS-REG-TYPE             PIC X(01) VALUE "D".
024300*----------------------------------------------------------------
024400* EXCEPTION LIST LINES
024500*----------------------------------------------------------------
024600 01  WS-EXCEPTION-HEADING.
024700     05  FILLER                  PIC X(35) VALUE
024800         "PAYROLL DEDUCTION EXCEPTIONS - RUN ".
024900     05  WS-HDG-DATE             PIC 9(08).
025000 01  WS-EXCEPTION-COLUMNS.
025100     05  FILLER                  PIC X(46) VALUE
025200         "FAC/LN   NAME               REQUESTED    TAKEN".
025300     05  FILLER                  PIC X(08) VALUE
025400         "  REASON".
025500 01  WS-EXCEPTION-DETAIL.
025600     05  WS-EXD-FACULTY          PIC 9(03).
025700     05  FILLER                  PIC X(01) VALUE "/".
025800     05  WS-EXD-LOAN-ID          PIC 9(03).
025900     05  FILLER                  PIC X(02) VALUE SPACES.
026000     05  WS-EXD-NAME             PIC A(17).
026100     05  FILLER                  PIC X(04) VALUE SPACES.
026200     05  WS-EXD-REQUESTED        PIC Z(03)9.99.
026300     05  FILLER                  PIC X(02) VALUE SPACES.
026400     05  WS-EXD-TAKEN            PIC Z(03)9.99.
026500     05  FILLER                  PIC X(02) VALUE SPACES.
026600     05  WS-EXD-REASON           PIC X(30).
026700 01  WS-NO-CONFIRM-LINE          PIC X(80) VALUE
026800     "NO PAYROLL CONFIRMATION FILE TONIGHT - NOTHING TO POST".
026900*----------------------------------------------------------------
027000* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
027100*----------------------------------------------------------------
027200 COPY "auditparm.cpy".
027300*----------------------------------------------------------------
027400* CALL INTERFACE TO THE SHARED RUN-STATUS SUBPROGRAM
027500*----------------------------------------------------------------
027600 COPY "rstparm.cpy".
027700 PROCEDURE DIVISION.
027800*----------------------------------------------------------------
027900 0000-MAINLINE.
028000*----------------------------------------------------------------
028100     PERFORM 0100-CHECK-STEP-RESTART
028200         THRU 0100-CHECK-STEP-RESTART-EXIT.
028300     MOVE "LAB30PDC" TO AUDIT-PROGRAM-NAME.
028400     MOVE SPACES TO AUDIT-USER-ID.
028500     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
028600     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
028700     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
028800
028900     OPEN OUTPUT exceptionFile.
029000     MOVE WS-RUN-DATE TO WS-HDG-DATE.
029100     MOVE WS-EXCEPTION-HEADING TO exceptionLine.
029200     WRITE exceptionLine.
029300     MOVE SPACES TO exceptionLine.
029400     WRITE exceptionLine.
029500
029600     OPEN INPUT confirmFile.
029700     IF confirmFileStatus NOT = "00"
029800         CLOSE confirmFile
029900         GO TO 0000-NOTHING-TONIGHT
030000     END-IF.
030100     READ confirmFile
030200         AT END
030300             CLOSE confirmFile
030400             GO TO 0000-NOTHING-TONIGHT
030500     END-READ.
030600
030700     PERFORM 1000-LOAD-REQUESTS
030800         THRU 1000-LOAD-REQUESTS-EXIT.
030900     PERFORM 1100-LOAD-LOAN-FILE
031000         THRU 1100-LOAD-LOAN-FILE-EXIT.
031100     PERFORM 1200-LOAD-CHARGED-OFF-LOANS
031200         THRU 1200-LOAD-CHARGED-OFF-LOANS-EXIT.
031300     PERFORM 1300-LOAD-NOTICE-HISTORY
031400         THRU 1300-LOAD-NOTICE-HISTORY-EXIT.
031500     PERFORM 1400-GET-LAST-RECEIPT-NUMBER
031600         THRU 1400-GET-LAST-RECEIPT-NUMBER-EXIT.
031700
031800     MOVE WS-EXCEPTION-COLUMNS TO exceptionLine.
031900     WRITE exceptionLine.
032000     OPEN EXTEND paymentFile.
032100     IF paymentFileStatus NOT = "00"
032200         OPEN OUTPUT paymentFile
032300     END-IF.
032400     OPEN EXTEND registerFile.
032500     IF registerFileStatus NOT = "00"
032600         OPEN OUTPUT registerFile
032700     END-IF.
032800
032900*    THE FIRST RECORD IS ALREADY IN THE BUFFER FROM THE EMPTY-
033000*    FILE TEST ABOVE.
033100     PERFORM FOREVER
033200         ADD 1 TO WS-CONFIRM-COUNT
033300         PERFORM 2000-APPLY-ONE-CONFIRMATION
033400             THRU 2000-APPLY-ONE-CONFIRMATION-EXIT
033500         READ confirmFile
033600             AT END
033700             EXIT PERFORM
033800         END-READ
033900     END-PERFORM.
034000     CLOSE confirmFile.
034100     CLOSE paymentFile.
034200     CLOSE registerFile.
034300     PERFORM 1500-SAVE-RECEIPT-COUNTER
034400         THRU 1500-SAVE-RECEIPT-COUNTER-EXIT.
034500
034600     PERFORM 3000-LIST-UNANSWERED-REQUEST
034700         THRU 3000-LIST-UNANSWERED-REQUEST-EXIT
034800         VARYING WS-REQ-SUB FROM 1 BY 1
034900         UNTIL WS-REQ-SUB > WS-REQ-COUNT.
035000
035100*    POSTED - EMPTY THE CONFIRMATION SO A RERUN CANNOT TAKE IT
035200*    TWICE. EVERY LINE STANDS ON LAB30.RCT OR LAB30.PDX.
035300     OPEN OUTPUT confirmFile.
035400     CLOSE confirmFile.
035500
035600     MOVE SPACES TO exceptionLine.
035700     WRITE exceptionLine.
035800     MOVE WS-POSTED-COUNT TO WS-COUNT-DISPLAY.
035900     MOVE WS-POSTED-TOTAL TO WS-TOTAL-DISPLAY.
036000     STRING "POSTED "        DELIMITED BY SIZE
036100            WS-COUNT-DISPLAY DELIMITED BY SIZE
036200            " DEDUCTION(S) FOR " DELIMITED BY SIZE
036300            WS-TOTAL-DISPLAY DELIMITED BY SIZE
036400         INTO exceptionLine.
036500     WRITE exceptionLine.
036600     MOVE SPACES TO exceptionLine.
036700     MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY.
036800     STRING "EXCEPTIONS "    DELIMITED BY SIZE
036900            WS-COUNT-DISPLAY DELIMITED BY SIZE
037000         INTO exceptionLine.
037100     WRITE exceptionLine.
037200     CLOSE exceptionFile.
037300     DISPLAY WS-POSTED-COUNT " payroll deduction(s) for "
037400         WS-TOTAL-DISPLAY " appended to lab30.pay, "
037500         WS-EXCEPTION-COUNT " exception(s) on LAB30.PDX".
037600     GO TO 0000-WRAP-UP.
037700
037800 0000-NOTHING-TONIGHT.
037900     MOVE WS-NO-CONFIRM-LINE TO exceptionLine.
038000     WRITE exceptionLine.
038100     CLOSE exceptionFile.
038200     DISPLAY "No payroll confirmation on LAB30.PDC tonight".
038300
038400 0000-WRAP-UP.
038500     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
038600     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
038700     MOVE WS-CONFIRM-COUNT TO AUDIT-RECORDS-READ.
038800     MOVE WS-POSTED-COUNT TO AUDIT-RECORDS-WRITTEN.
038900     CALL "AUDITLOG" USING AUDIT-PARM.
039000     IF WS-FINAL-RETURN-CODE = ZERO
039100         PERFORM 9100-RECORD-STEP-COMPLETE
039200             THRU 9100-RECORD-STEP-COMPLETE-EXIT
039300     END-IF.
039400*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
039500     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
039600     STOP RUN.
039700*----------------------------------------------------------------
039800 0100-CHECK-STEP-RESTART.
039900*    ON A RESTART SUBMIT (NITEBTCH.RST NAMES TODAY) A STEP THAT
040000*    ALREADY COMPLETED TONIGHT SKIPS ITSELF, SO THE CHAIN
040100*    RESUMES AT THE FIRST INCOMPLETE STEP INSTEAD OF REDOING
040200*    FINISHED WORK. A NORMAL SUBMIT NEVER SKIPS.
040300*----------------------------------------------------------------
040400     SET RSTAT-SHOULD-SKIP TO TRUE.
040500     MOVE FUNCTION CURRENT-DATE(1:8) TO RSTAT-BUSINESS-DATE.
040600     MOVE "LAB30PDC" TO RSTAT-STEP-NAME.
040700     CALL "RUNSTAT" USING RSTAT-PARM.
040800     IF RSTAT-STEP-DONE
040900         DISPLAY "LAB30PDC already complete for "
041000             RSTAT-BUSINESS-DATE " - restart skip"
041100         STOP RUN
041200     END-IF.
041300 0100-CHECK-STEP-RESTART-EXIT.
041400     EXIT.
041500*----------------------------------------------------------------
041600 1000-LOAD-REQUESTS.
041700*    WHAT LAB30PDR ASKED PAYROLL FOR. A CONFIRMATION WITH NO
041800*    REQUEST BEHIND IT IS NOT POSTED.
041900*----------------------------------------------------------------
042000     OPEN INPUT requestFile.
042100     IF requestFileStatus NOT = "00"
042200         DISPLAY "WARNING - LAB30.PDQ not found, no confirmation "
042300             "can be matched to a request"
042400         MOVE 4 TO WS-FINAL-RETURN-CODE
042500         CLOSE requestFile
042600         GO TO 1000-LOAD-REQUESTS-EXIT
042700     END-IF.
042800     PERFORM FOREVER
042900         READ requestFile
043000             AT END
043100             EXIT PERFORM
043200         END-READ
043300         IF pdqTrailerLiteral NOT = "TRAILER"
043400             AND WS-REQ-COUNT < 500
043500             ADD 1 TO WS-REQ-COUNT
043600             MOVE pdqFacultyNumber TO WS-REQ-FACULTY(WS-REQ-COUNT)
043700             MOVE pdqLoanId        TO WS-REQ-LOAN-ID(WS-REQ-COUNT)
043800             MOVE pdqName          TO WS-REQ-NAME(WS-REQ-COUNT)
043900             MOVE pdqAmount        TO WS-REQ-AMOUNT(WS-REQ-COUNT)
044000             SET REQ-NOT-ANSWERED(WS-REQ-COUNT) TO TRUE
044100         END-IF
044200     END-PERFORM.
044300     CLOSE requestFile.
044400 1000-LOAD-REQUESTS-EXIT.
044500     EXIT.
044600*----------------------------------------------------------------
044700 1100-LOAD-LOAN-FILE.
044800*    THE OPEN LOANS ON lab30.in ARE THE ONLY THINGS A PAYMENT
044900*    CAN LEGALLY BE POSTED AGAINST.
045000*----------------------------------------------------------------
045100     OPEN INPUT loanFile.
045200     IF loanFileStatus = "00"
045300         PERFORM FOREVER
045400             READ loanFile
045500                 AT END
045600                 EXIT PERFORM
045700             END-READ
045800             IF trailerLiteralI NOT = "TRAILER"
045900                 AND WS-LOAN-COUNT < 500
046000                 ADD 1 TO WS-LOAN-COUNT
046100                 MOVE loanFacultyNumberI
046200                     TO WS-LOAN-FACULTY(WS-LOAN-COUNT)
046300                 MOVE loanLoanIdI
046400                     TO WS-LOAN-LOAN-ID(WS-LOAN-COUNT)
046500             END-IF
046600         END-PERFORM
046700     END-IF.
046800     CLOSE loanFile.
046900 1100-LOAD-LOAN-FILE-EXIT.
047000     EXIT.
047100*----------------------------------------------------------------
047200 1200-LOAD-CHARGED-OFF-LOANS.
047300*    A LOAN LAB30WOF HAS APPROVED INTO LAB30.HIST STAYS ON
047400*    lab30.in - MONEY ON IT IS A RECOVERY, NOT A PAYMENT.
047500*----------------------------------------------------------------
047600     OPEN INPUT histFile.
047700     IF histFileStatus = "00"
047800         PERFORM FOREVER
047900             READ histFile
048000                 AT END
048100                 EXIT PERFORM
048200             END-READ
048300             IF WS-WOF-COUNT < 300
048400                 ADD 1 TO WS-WOF-COUNT
048500                 MOVE histFacultyNumber
048600                     TO WS-WOF-FACULTY(WS-WOF-COUNT)
048700                 MOVE histLoanId
048800                     TO WS-WOF-LOAN-ID(WS-WOF-COUNT)
048900             END-IF
049000         END-PERFORM
049100     END-IF.
049200     CLOSE histFile.
049300 1200-LOAD-CHARGED-OFF-LOANS-EXIT.
049400     EXIT.
049500*----------------------------------------------------------------
049600 1300-LOAD-NOTICE-HISTORY.
049700*    EACH RECEIPT CARRIES THE LOAN'S DUNNING STAGE AND LAST-
049800*    NOTICE DATE SO LAB30REV CAN PUT IT BACK IF IT IS REVERSED.
049900*----------------------------------------------------------------
050000     OPEN INPUT noticeHistFile.
050100     IF noticeHistFileStatus = "00"
050200         PERFORM FOREVER
050300             READ noticeHistFile
050400                 AT END
050500                 EXIT PERFORM
050600             END-READ
050700             IF WS-NHS-COUNT < 300
050800                 ADD 1 TO WS-NHS-COUNT
050900                 MOVE nhsFacultyNumberI
051000                     TO WS-NHS-FACULTY(WS-NHS-COUNT)
051100                 MOVE nhsLoanIdI
051200                     TO WS-NHS-LOAN-ID(WS-NHS-COUNT)
051300                 MOVE nhsStageI
051400                     TO WS-NHS-STAGE(WS-NHS-COUNT)
051500                 MOVE nhsLastDateI
051600                     TO WS-NHS-LAST-DATE(WS-NHS-COUNT)
051700             END-IF
051800         END-PERFORM
051900     END-IF.
052000     CLOSE noticeHistFile.
052100 1300-LOAD-NOTICE-HISTORY-EXIT.
052200     EXIT.
052300*----------------------------------------------------------------
052400 1400-GET-LAST-RECEIPT-NUMBER.
052500*    THE SAME LAB30.RNO COUNTER THE CASHIER WINDOW USES, SO
052600*    RECEIPT NUMBERS NEVER COLLIDE.
052700*----------------------------------------------------------------
052800     OPEN INPUT receiptNoFile.
052900     IF receiptNoFileStatus = "00"
053000         READ receiptNoFile
053100             AT END
053200                 CONTINUE
053300             NOT AT END
053400                 MOVE rnoLastReceipt TO WS-LAST-RECEIPT
053500         END-READ
053600     END-IF.
053700     CLOSE receiptNoFile.
053800 1400-GET-LAST-RECEIPT-NUMBER-EXIT.
053900     EXIT.
054000*----------------------------------------------------------------
054100 1500-SAVE-RECEIPT-COUNTER.
054200*----------------------------------------------------------------
054300     OPEN OUTPUT receiptNoFile.
054400     MOVE WS-LAST-RECEIPT TO rnoLastReceipt.
054500     WRITE receiptNoRecord.
054600     CLOSE receiptNoFile.
054700 1500-SAVE-RECEIPT-COUNTER-EXIT.
054800     EXIT.
054900*----------------------------------------------------------------
055000 2000-APPLY-ONE-CONFIRMATION.
055100*    MATCH TO THE REQUEST, THEN EITHER POST WHAT WAS TAKEN OR
055200*    LIST WHY NOT. A PARTIAL OR OVER DEDUCTION IS POSTED AS
055300*    TAKEN AND ALSO LISTED.
055400*----------------------------------------------------------------
055500     MOVE ZERO TO WS-REQ-HIT.
055600     PERFORM 2010-CHECK-ONE-REQUEST
055700         THRU 2010-CHECK-ONE-REQUEST-EXIT
055800         VARYING WS-REQ-SUB FROM 1 BY 1
055900         UNTIL WS-REQ-SUB > WS-REQ-COUNT
056000         OR WS-REQ-HIT NOT = ZERO.
056100     IF WS-REQ-HIT = ZERO
056200         MOVE SPACES TO WS-EXD-NAME
056300         MOVE "NOT ON LAB30.PDQ - NOT POSTED"
056400             TO WS-EXCEPTION-REASON
056500         PERFORM 2900-WRITE-EXCEPTION
056600             THRU 2900-WRITE-EXCEPTION-EXIT
056700         GO TO 2000-APPLY-ONE-CONFIRMATION-EXIT
056800     END-IF.
056900     SET REQ-ANSWERED(WS-REQ-HIT) TO TRUE.
057000     MOVE WS-REQ-NAME(WS-REQ-HIT) TO WS-EXD-NAME.
057100
057200     IF NOT PDC-TAKEN
057300         OR pdcTaken IS NOT NUMERIC
057400         OR pdcTaken = ZERO
057500         IF pdcReason = SPACES
057600             MOVE "NOT TAKEN BY PAYROLL" TO WS-EXCEPTION-REASON
057700         ELSE
057800             MOVE pdcReason TO WS-EXCEPTION-REASON
057900         END-IF
058000         PERFORM 2900-WRITE-EXCEPTION
058100             THRU 2900-WRITE-EXCEPTION-EXIT
058200         GO TO 2000-APPLY-ONE-CONFIRMATION-EXIT
058300     END-IF.
058400
058500     MOVE ZERO TO WS-WOF-HIT.
058600     PERFORM 2020-CHECK-ONE-CHARGE-OFF
058700         THRU 2020-CHECK-ONE-CHARGE-OFF-EXIT
058800         VARYING WS-WOF-SUB FROM 1 BY 1
058900         UNTIL WS-WOF-SUB > WS-WOF-COUNT
059000         OR WS-WOF-HIT NOT = ZERO.
059100     IF WS-WOF-HIT NOT = ZERO
059200         MOVE "CHARGED OFF - KEY AT LAB30PAY"
059300             TO WS-EXCEPTION-REASON
059400         PERFORM 2900-WRITE-EXCEPTION
059500             THRU 2900-WRITE-EXCEPTION-EXIT
059600         GO TO 2000-APPLY-ONE-CONFIRMATION-EXIT
059700     END-IF.
059800
059900     SET LOAN-NOT-FOUND TO TRUE.
060000     PERFORM 2030-CHECK-ONE-LOAN
060100         THRU 2030-CHECK-ONE-LOAN-EXIT
060200         VARYING WS-LOAN-SUB FROM 1 BY 1
060300         UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
060400         OR LOAN-FOUND.
060500     IF LOAN-NOT-FOUND
060600         MOVE "LOAN NOT OPEN - REFUND" TO WS-EXCEPTION-REASON
060700         PERFORM 2900-WRITE-EXCEPTION
060800             THRU 2900-WRITE-EXCEPTION-EXIT
060900         GO TO 2000-APPLY-ONE-CONFIRMATION-EXIT
061000     END-IF.
061100
061200     PERFORM 2100-POST-ONE-DEDUCTION
061300         THRU 2100-POST-ONE-DEDUCTION-EXIT.
061400     IF pdcTaken < WS-REQ-AMOUNT(WS-REQ-HIT)
061500         MOVE "SHORT - POSTED AS TAKEN" TO WS-EXCEPTION-REASON
061600         PERFORM 2900-WRITE-EXCEPTION
061700             THRU 2900-WRITE-EXCEPTION-EXIT
061800     END-IF.
061900     IF pdcTaken > WS-REQ-AMOUNT(WS-REQ-HIT)
062000         MOVE "OVER REQUEST - POSTED AS TAKEN"
062100             TO WS-EXCEPTION-REASON
062200         PERFORM 2900-WRITE-EXCEPTION
062300             THRU 2900-WRITE-EXCEPTION-EXIT
062400     END-IF.
062500 2000-APPLY-ONE-CONFIRMATION-EXIT.
062600     EXIT.
062700*----------------------------------------------------------------
062800 2010-CHECK-ONE-REQUEST.
062900*    A SECOND CONFIRMATION FOR A REQUEST ALREADY ANSWERED DOES
063000*    NOT MATCH, SO IT IS LISTED RATHER THAN POSTED TWICE.
063100*----------------------------------------------------------------
063200     IF WS-REQ-FACULTY(WS-REQ-SUB) = pdcFacultyNumber
063300         AND WS-REQ-LOAN-ID(WS-REQ-SUB) = pdcLoanId
063400         AND REQ-NOT-ANSWERED(WS-REQ-SUB)
063500         MOVE WS-REQ-SUB TO WS-REQ-HIT
063600     END-IF.
063700 2010-CHECK-ONE-REQUEST-EXIT.
063800     EXIT.
063900*----------------------------------------------------------------
064000 2020-CHECK-ONE-CHARGE-OFF.
064100*----------------------------------------------------------------
064200     IF WS-WOF-FACULTY(WS-WOF-SUB) = pdcFacultyNumber
064300         AND WS-WOF-LOAN-ID(WS-WOF-SUB) = pdcLoanId
064400         MOVE WS-WOF-SUB TO WS-WOF-HIT
064500     END-IF.
064600 2020-CHECK-ONE-CHARGE-OFF-EXIT.
064700     EXIT.
064800*----------------------------------------------------------------
064900 2030-CHECK-ONE-LOAN.
065000*----------------------------------------------------------------
065100     IF WS-LOAN-FACULTY(WS-LOAN-SUB) = pdcFacultyNumber
065200         AND WS-LOAN-LOAN-ID(WS-LOAN-SUB) = pdcLoanId
065300         SET LOAN-FOUND TO TRUE
065400     END-IF.
065500 2030-CHECK-ONE-LOAN-EXIT.
065600     EXIT.
065700*----------------------------------------------------------------
065800 2100-POST-ONE-DEDUCTION.
065900*    ONE lab30.pay PAYMENT DATED THE PAY DATE, AND ITS RECEIPT.
066000*----------------------------------------------------------------
066100     ADD 1 TO WS-LAST-RECEIPT.
066200     MOVE pdcPayDate   TO WS-PAY-DATE-ISO.
066300     MOVE WS-ISO-MONTH TO WS-MDY-MONTH.
066400     MOVE WS-ISO-DAY   TO WS-MDY-DAY.
066500     MOVE WS-ISO-YEAR  TO WS-MDY-YEAR.
066600     MOVE pdcTaken     TO WS-PAY-AMOUNT-EDIT.
066700
066800     MOVE SPACES TO paymentDetailsO.
066900     MOVE pdcFacultyNumber   TO pmtFacultyNumberO.
067000     MOVE pdcLoanId          TO pmtLoanIdO.
067100     MOVE WS-PAY-DATE-MDY    TO pmtDateO.
067200     MOVE WS-PAY-AMOUNT-EDIT TO pmtAmtO.
067300     WRITE paymentDetailsO.
067400
067500     MOVE ZERO TO WS-NHS-HIT.
067600     PERFORM 2110-CHECK-ONE-NOTICE-HISTORY
067700         THRU 2110-CHECK-ONE-NOTICE-HISTORY-EXIT
067800         VARYING WS-NHS-SUB FROM 1 BY 1
067900         UNTIL WS-NHS-SUB > WS-NHS-COUNT
068000         OR WS-NHS-HIT NOT = ZERO.
068100     IF WS-NHS-HIT = ZERO
068200         MOVE ZERO TO WS-REG-STAGE
068300         MOVE ZERO TO WS-REG-NOTICE-DATE
068400     ELSE
068500         MOVE WS-NHS-STAGE(WS-NHS-HIT)     TO WS-REG-STAGE
068600         MOVE WS-NHS-LAST-DATE(WS-NHS-HIT) TO WS-REG-NOTICE-DATE
068700     END-IF.
068800     MOVE WS-LAST-RECEIPT         TO WS-REG-RECEIPT.
068900     MOVE WS-PAY-DATE-MDY         TO WS-REG-DATE.
069000     MOVE pdcFacultyNumber        TO WS-REG-FACULTY.
069100     MOVE pdcLoanId               TO WS-REG-LOAN-ID.
069200     MOVE WS-PAY-AMOUNT-EDIT      TO WS-REG-AMOUNT.
069300     MOVE WS-REQ-NAME(WS-REQ-HIT) TO WS-REG-NAME.
069400     MOVE WS-REGISTER-LINE TO registerRecord.
069500     WRITE registerRecord.
069600
069700     ADD 1 TO WS-POSTED-COUNT.
069800     ADD pdcTaken TO WS-POSTED-TOTAL.
069900 2100-POST-ONE-DEDUCTION-EXIT.
070000     EXIT.
070100*----------------------------------------------------------------
070200 2110-CHECK-ONE-NOTICE-HISTORY.
070300*----------------------------------------------------------------
070400     IF WS-NHS-FACULTY(WS-NHS-SUB) = pdcFacultyNumber
070500         AND WS-NHS-LOAN-ID(WS-NHS-SUB) = pdcLoanId
070600         MOVE WS-NHS-SUB TO WS-NHS-HIT
070700     END-IF.
070800 2110-CHECK-ONE-NOTICE-HISTORY-EXIT.
070900     EXIT.
071000*----------------------------------------------------------------
071100 2900-WRITE-EXCEPTION.
071200*    ONE CONFIRMATION LINE FOR THE EXCEPTION LIST. THE CALLER HAS
071300*    SET THE NAME AND THE REASON.
071400*----------------------------------------------------------------
071500     MOVE pdcFacultyNumber TO WS-EXD-FACULTY.
071600     MOVE pdcLoanId        TO WS-EXD-LOAN-ID.
071700     IF pdcRequested IS NUMERIC
071800         MOVE pdcRequested TO WS-EXD-REQUESTED
071900     ELSE
072000         MOVE ZERO TO WS-EXD-REQUESTED
072100     END-IF.
072200     IF pdcTaken IS NUMERIC
072300         MOVE pdcTaken TO WS-EXD-TAKEN
072400     ELSE
072500         MOVE ZERO TO WS-EXD-TAKEN
072600     END-IF.
072700     MOVE WS-EXCEPTION-REASON TO WS-EXD-REASON.
072800     MOVE WS-EXCEPTION-DETAIL TO exceptionLine.
072900     WRITE exceptionLine.
073000     ADD 1 TO WS-EXCEPTION-COUNT.
073100 2900-WRITE-EXCEPTION-EXIT.
073200     EXIT.
073300*----------------------------------------------------------------
073400 3000-LIST-UNANSWERED-REQUEST.
073500*    A REQUEST PAYROLL SENT NO LINE BACK FOR WAS NOT TAKEN.
073600*----------------------------------------------------------------
073700     IF REQ-ANSWERED(WS-REQ-SUB)
073800         GO TO 3000-LIST-UNANSWERED-REQUEST-EXIT
073900     END-IF.
074000     MOVE WS-REQ-FACULTY(WS-REQ-SUB) TO WS-EXD-FACULTY.
074100     MOVE WS-REQ-LOAN-ID(WS-REQ-SUB) TO WS-EXD-LOAN-ID.
074200     MOVE WS-REQ-NAME(WS-REQ-SUB)    TO WS-EXD-NAME.
074300     MOVE WS-REQ-AMOUNT(WS-REQ-SUB)  TO WS-EXD-REQUESTED.
074400     MOVE ZERO                       TO WS-EXD-TAKEN.
074500     MOVE "NO ANSWER FROM PAYROLL"   TO WS-EXD-REASON.
074600     MOVE WS-EXCEPTION-DETAIL TO exceptionLine.
074700     WRITE exceptionLine.
074800     ADD 1 TO WS-EXCEPTION-COUNT.
074900 3000-LIST-UNANSWERED-REQUEST-EXIT.
075000     EXIT.
075100*----------------------------------------------------------------
075200 9100-RECORD-STEP-COMPLETE.
075300*    A CLEAN FINISH GOES ON THE RUN-STATUS FILE SO A RESTART
075400*    SUBMIT CAN SKIP THIS STEP.
075500*----------------------------------------------------------------
075600     SET RSTAT-RECORD-COMPLETE TO TRUE.
075700     MOVE FUNCTION CURRENT-DATE(1:8) TO RSTAT-BUSINESS-DATE.
075800     MOVE "LAB30PDC" TO RSTAT-STEP-NAME.
075900     CALL "RUNSTAT" USING RSTAT-PARM.
076000 9100-RECORD-STEP-COMPLETE-EXIT.
076100     EXIT.
