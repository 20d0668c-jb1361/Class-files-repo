002100*                 DOES ON PAPER TODAY. BALANCED PAYMENTS ARE
002200*                 APPENDED TO lab30.pay AND A RECEIPT REGISTER
002300*                 LINE GOES TO LAB30.RCT PER PAYMENT.
002314* 09/18/2026  DL  EACH RECEIPT LINE NOW CARRIES THE LOAN'S
002328*                 DUNNING STAGE AND LAST-NOTICE DATE FROM
002342*                 LAB30.NHS AS OF THE MOMENT THE MONEY WAS TAKEN,
002356*                 SO A CHECK THAT LATER BOUNCES CAN BE REVERSED
002370*                 (LAB30REV) AND PUT THE LOAN BACK IN THE DUNNING
002384*                 CYCLE WHERE IT STOOD. LAB30.RCT GROWS TO 80.
002385* 09/21/2026  DL  A PAYMENT ON A LOAN LAB30WOF HAS CHARGED OFF
002386*                 (ON LAB30.HIST) IS TAKEN AS A RECOVERY. IT
002387*                 NEVER REACHES lab30.pay OR THE LOAN LEDGER -
002388*                 IT POSTS AT ONCE TO THE KEYED LAB30.RCL
002389*                 RECOVERY LEDGER, IS LOGGED ON LAB30.RCV FOR
002390*                 THE LAB30RCY REGISTER, AND JOURNALS CASH
002391*                 AGAINST THE LOSS ALLOWANCE THROUGH GLPOST. A
002392*                 RECOVERY CANNOT EXCEED WHAT IS STILL CHARGED
002393*                 OFF. THE RECEIPT LINE CARRIES ITS TYPE (P OR R)
002394*                 IN THE LAST COLUMN.
002395* 10/15/2026  DL  A PAYMENT DATED INTO A FISCAL PERIOD PERCLS HAS
002396*                 CLOSED (PER FISCPER AND FISCAL.STA) IS REFUSED
002397*                 AND LOGGED TO REJECT.LOG - THE DATE IS PROMPTED
002398*                 FOR AGAIN.
002412* 10/15/2026  DL  A CHARGED-OFF LOAN WITH NO LAB30.RCL RECORD IS
002427*                 NOW VALUED AT THE BALANCE IT OWED (FACE PLUS
002441*                 FEES LESS PAID-TO-DATE, OFF LAB30.LIX), THE
002456*                 FIGURE LAB30WOF NOW CHARGES OFF, NOT THE FACE
002470*                 AMOUNT OFF LAB30.HIST.
002485*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
004000     SELECT registerFile ASSIGN TO "LAB30.RCT"
004100         ORGANIZATION LINE SEQUENTIAL
004200         FILE STATUS IS registerFileStatus.
004225     SELECT OPTIONAL noticeHistFile ASSIGN TO "LAB30.NHS"
004250         ORGANIZATION LINE SEQUENTIAL
004275         FILE STATUS IS noticeHistFileStatus.
004277     SELECT OPTIONAL histFile ASSIGN TO "LAB30.HIST"
004279         ORGANIZATION LINE SEQUENTIAL
004281         FILE STATUS IS histFileStatus.
004283     SELECT recoveryLedger ASSIGN TO "LAB30.RCL"
004285         ORGANIZATION INDEXED
004287         ACCESS MODE DYNAMIC
004289         RECORD KEY IS rclKey
004291         FILE STATUS IS recoveryLedgerStatus.
004292     SELECT ledgerMaster ASSIGN TO "LAB30.LIX"
004293         ORGANIZATION INDEXED
004294         ACCESS MODE DYNAMIC
004295         RECORD KEY IS lixKey
004296         FILE STATUS IS ledgerMasterStatus.
004297     SELECT recoveryFile ASSIGN TO "LAB30.RCV"
004298         ORGANIZATION LINE SEQUENTIAL
004299         FILE STATUS IS recoveryFileStatus.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  paymentFile.
006900 01  receiptNoRecord.
007000     05  rnoLastReceipt          PIC 9(05).
007100 FD  registerFile.
007125 01  registerRecord              PIC X(80).
007150 FD  noticeHistFile.
007175 01  noticeHistDetailsI.
007200     05  nhsFacultyNumberI       PIC 9(03).
007225     05  nhsLoanIdI              PIC 9(03).
007250     05  nhsStageI               PIC 9(01).
007275     05  nhsLastDateI            PIC 9(08).
007276 FD  histFile.
007277 01  historyDetails.
007278     05  histFacultyNumber       PIC 9(03).
007279     05  FILLER                  PIC X(17).
007280     05  histLoanId              PIC 9(03).
007281     05  FILLER                  PIC X(10).
007282     05  histLoanAmt             PIC X(07).
007283     05  histArchiveDate         PIC 9(08).
007284 FD  recoveryLedger.
007285 01  recoveryLedgerRec.
007286     05  rclKey.
007287         10  rclFacultyNumber    PIC 9(03).
007288         10  rclLoanId           PIC 9(03).
007289     05  rclChargedOff           PIC 9(06)V99.
007290     05  rclChargeOffDate        PIC 9(08).
007291     05  rclRecovered            PIC 9(06)V99.
007292     05  rclLastRecoveryDate     PIC 9(08).
007300 FD  ledgerMaster.
007308 01  ledgerKeyRec.
007316     05  lixKey.
007325         10  lixFacultyNumber    PIC 9(03).
007333         10  lixLoanId           PIC 9(03).
007341     05  lixPaidToDate           PIC 9(06)V99.
007350     05  lixLastPostDate         PIC 9(08).
007358     05  lixInterestBooked       PIC 9(06)V99.
007366     05  lixFeesCharged          PIC 9(06)V99.
007375 FD  recoveryFile.
007383 01  recoveryRecord              PIC X(80).
007391 WORKING-STORAGE SECTION.
007400*----------------------------------------------------------------
007500* FILE STATUS AND RUN SWITCHES
007600*----------------------------------------------------------------
007900 01  facultyFileStatus           PIC X(02).
008000 01  receiptNoFileStatus         PIC X(02).
008100 01  registerFileStatus          PIC X(02).
008150 01  noticeHistFileStatus        PIC X(02).
008162 01  histFileStatus              PIC X(02).
008174 01  recoveryLedgerStatus        PIC X(02).
008180 01  ledgerMasterStatus          PIC X(02).
008186 01  recoveryFileStatus          PIC X(02).
008200 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
008300 01  WS-FACULTY-FILE-SW          PIC X(01) VALUE "N".
008400     88  FACULTY-FILE-FOUND               VALUE "Y".
012300 01  WS-LOAN-FOUND-SW            PIC X(01) VALUE "N".
012400     88  LOAN-FOUND                       VALUE "Y".
012500     88  LOAN-NOT-FOUND                   VALUE "N".
012507*----------------------------------------------------------------
012514* DUNNING STAGE PER LOAN FROM LAB30.NHS - STAMPED ON THE RECEIPT
012521*----------------------------------------------------------------
012528 01  WS-NHS-COUNT                PIC 9(03) COMP VALUE ZERO.
012535 01  WS-NHS-SUB                  PIC 9(03) COMP.
012542 01  WS-NHS-HIT                  PIC 9(03) COMP VALUE ZERO.
012549 01  WS-NHS-TABLE.
012556     05  WS-NHS-ENTRY OCCURS 300 TIMES.
012563         10  WS-NHS-FACULTY      PIC 9(03).
012570         10  WS-NHS-LOAN-ID      PIC 9(03).
012577         10  WS-NHS-STAGE        PIC 9(01).
012584         10  WS-NHS-LAST-DATE    PIC 9(08).
012600*----------------------------------------------------------------
012605* CHARGED-OFF LOANS FROM LAB30.HIST, WITH WHAT IS STILL OPEN TO
012610* RECOVER PER LAB30.RCL (BATCH-QUEUED RECOVERIES INCLUDED)
012615*----------------------------------------------------------------
012620 01  WS-WOF-COUNT                PIC 9(03) COMP VALUE ZERO.
012625 01  WS-WOF-SUB                  PIC 9(03) COMP.
012630 01  WS-WOF-HIT                  PIC 9(03) COMP VALUE ZERO.
012635 01  WS-WOF-TABLE.
012640     05  WS-WOF-ENTRY OCCURS 300 TIMES.
012645         10  WS-WOF-FACULTY      PIC 9(03).
012650         10  WS-WOF-LOAN-ID      PIC 9(03).
012655         10  WS-WOF-CHARGED-OFF  PIC 9(06)V99.
012660         10  WS-WOF-DATE         PIC 9(08).
012665         10  WS-WOF-RECOVERED    PIC 9(06)V99.
012670 01  WS-WOF-OPEN-AMOUNT          PIC 9(06)V99.
012675 01  WS-WOF-OPEN-DISPLAY         PIC Z(05)9.99.
012677 01  WS-WOF-BALANCE-WORK         PIC S9(07)V99.
012680*----------------------------------------------------------------
012700* OPERATOR ENTRY FIELDS
012800*----------------------------------------------------------------
012900 01  WS-ENTRY-FACULTY            PIC 9(03).
015800         10  WS-BAT-AMOUNT       PIC X(07).
015900         10  WS-BAT-AMT-NUM      PIC 9(04)V99.
016000         10  WS-BAT-NAME         PIC A(17).
016020         10  WS-BAT-TYPE         PIC X(01).
016040             88  BAT-IS-PAYMENT              VALUE "P".
016060             88  BAT-IS-RECOVERY             VALUE "R".
016080         10  WS-BAT-WOF-HIT      PIC 9(03).
016100 01  WS-BATCH-TOTAL              PIC 9(08)V99 VALUE ZERO.
016200 01  WS-BATCH-TOTAL-DISPLAY      PIC 9(08).99.
016300 01  WS-CONTROL-DISPLAY          PIC 9(08).99.
016400 01  WS-DIFFERENCE               PIC S9(08)V99.
016500 01  WS-DIFFERENCE-DISPLAY       PIC +(08)9.99.
016503*----------------------------------------------------------------
016506* RECOVERY POSTING - THE LAB30.RCV LINE LAB30RCY READS BACK
016509*----------------------------------------------------------------
016512 01  WS-RECOVERY-COUNT           PIC 9(03) COMP VALUE ZERO.
016515 01  WS-RECOVERY-TOTAL           PIC 9(08)V99 VALUE ZERO.
016518 01  WS-PAY-DATE-WORK            PIC 9(08).
016521 01  WS-PAY-DATE-WORK-R REDEFINES WS-PAY-DATE-WORK.
016524     05  WS-PAY-MONTH            PIC 9(02).
016527     05  WS-PAY-DAY              PIC 9(02).
016530     05  WS-PAY-YEAR             PIC 9(04).
016533 01  WS-PAY-DATE-ISO            PIC 9(08).
016536 01  WS-RECOVERY-LINE.
016539     05  WS-RCV-RECEIPT          PIC 9(05).
016542     05  FILLER                  PIC X(01) VALUE SPACE.
016545     05  WS-RCV-FACULTY          PIC 9(03).
016548     05  WS-RCV-LOAN-ID          PIC 9(03).
016551     05  FILLER                  PIC X(01) VALUE SPACE.
016554     05  WS-RCV-TYPE             PIC X(01).
016557     05  FILLER                  PIC X(01) VALUE SPACE.
016560     05  WS-RCV-DATE             PIC 9(08).
016563     05  FILLER                  PIC X(01) VALUE SPACE.
016566     05  WS-RCV-AMOUNT           PIC 9(06)V99.
016569     05  FILLER                  PIC X(01) VALUE SPACE.
016572     05  WS-RCV-ENTRY-DATE       PIC 9(08).
016575     05  FILLER                  PIC X(39) VALUE SPACES.
016600*----------------------------------------------------------------
016700* RECEIPT NUMBERING AND THE REGISTER LINE
016800*----------------------------------------------------------------
018100     05  WS-REG-AMOUNT           PIC X(07).
018200     05  FILLER                  PIC X(02) VALUE "  ".
018300     05  WS-REG-NAME             PIC A(17).
018320     05  FILLER                  PIC X(08) VALUE "  STAGE ".
018340     05  WS-REG-STAGE            PIC 9(01).
018360     05  FILLER                  PIC X(01) VALUE SPACE.
018380     05  WS-REG-NOTICE-DATE      PIC 9(08).
018386     05  FILLER                  PIC X(01) VALUE SPACE.
018392     05  WS-REG-TYPE             PIC X(01).
018400*----------------------------------------------------------------
018500* CALL INTERFACE TO THE SHARED DATE-VALIDATION SUBPROGRAM
018600*----------------------------------------------------------------
018700 COPY "dvalparm.cpy".
018710*----------------------------------------------------------------
018720* CALL INTERFACE TO THE SHARED FISCAL-PERIOD SUBPROGRAM
018730*----------------------------------------------------------------
018740 COPY "fscparm.cpy".
018750*----------------------------------------------------------------
018760* CALL INTERFACE TO THE SHARED REJECT-LOG SUBPROGRAM
018770*----------------------------------------------------------------
018780 COPY "rejparm.cpy".
018800*----------------------------------------------------------------
018900* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
019000*----------------------------------------------------------------
019100 COPY "auditparm.cpy".
019120*----------------------------------------------------------------
019140* CALL INTERFACE TO THE SHARED GENERAL-LEDGER POSTING SUBPROGRAM
019160*----------------------------------------------------------------
019180 COPY "glpparm.cpy".
019200 PROCEDURE DIVISION.
019300*----------------------------------------------------------------
019400 0000-MAINLINE.
020000         THRU 1200-LOAD-FACULTY-MASTER-EXIT.
020100     PERFORM 1300-LOAD-LOAN-FILE
020200         THRU 1300-LOAD-LOAN-FILE-EXIT.
020233     PERFORM 1400-LOAD-NOTICE-HISTORY
020266         THRU 1400-LOAD-NOTICE-HISTORY-EXIT.
020277     PERFORM 1500-LOAD-CHARGED-OFF-LOANS
020288         THRU 1500-LOAD-CHARGED-OFF-LOANS-EXIT.
020300
020400     IF LOAN-FILE-NOT-FOUND
020500         DISPLAY "** lab30.in NOT FOUND - NO LOANS TO TAKE "
029800     END-IF.
029900     CLOSE loanFile.
030000 1300-LOAD-LOAN-FILE-EXIT.
030003     EXIT.
030006*----------------------------------------------------------------
030009 1400-LOAD-NOTICE-HISTORY.
030012*    LAB30.NHS, WHEN PRESENT, HOLDS EACH OVERDUE LOAN'S DUNNING
030015*    STAGE AND LAST-NOTICE DATE. A MISSING FILE MEANS NO LOAN
030018*    IS IN THE CYCLE - EVERY RECEIPT IS STAMPED STAGE 0.
030021*----------------------------------------------------------------
030024     OPEN INPUT noticeHistFile.
030027     IF noticeHistFileStatus = "00"
030030         PERFORM FOREVER
030033             READ noticeHistFile
030036                 AT END
030039                 EXIT PERFORM
030042             END-READ
030045             IF WS-NHS-COUNT < 300
030048                 ADD 1 TO WS-NHS-COUNT
030051                 MOVE nhsFacultyNumberI
030054                     TO WS-NHS-FACULTY(WS-NHS-COUNT)
030057                 MOVE nhsLoanIdI
030060                     TO WS-NHS-LOAN-ID(WS-NHS-COUNT)
030063                 MOVE nhsStageI
030066                     TO WS-NHS-STAGE(WS-NHS-COUNT)
030069                 MOVE nhsLastDateI
030072                     TO WS-NHS-LAST-DATE(WS-NHS-COUNT)
030075             END-IF
030078         END-PERFORM
030081     END-IF.
030084     CLOSE noticeHistFile.
030087 1400-LOAD-NOTICE-HISTORY-EXIT.
030100     EXIT.
030103*----------------------------------------------------------------
030107 1500-LOAD-CHARGED-OFF-LOANS.
030111*    EVERY LOAN LAB30WOF HAS APPROVED INTO LAB30.HIST, WITH THE
030114*    AMOUNT CHARGED OFF. A CHARGED-OFF LOAN STAYS ON lab30.in,
030118*    SO THIS TABLE - NOT lab30.in - DECIDES WHETHER MONEY IS A
030122*    PAYMENT OR A RECOVERY. LAB30.RCL, WHEN PRESENT, SUPPLIES
030125*    THE AMOUNT CHARGED OFF AND WHAT EACH LOAN HAS RECOVERED SO
030129*    FAR. A LOAN WITH NO LAB30.RCL RECORD IS VALUED AT THE
030133*    BALANCE ITS LAB30.LIX RECORD SAYS IT OWED.
030136*----------------------------------------------------------------
030140     OPEN INPUT histFile.
030144     IF histFileStatus = "00"
030148         PERFORM FOREVER
030151             READ histFile
030155                 AT END
030159                 EXIT PERFORM
030162             END-READ
030166             PERFORM 1510-STORE-ONE-CHARGE-OFF
030170                 THRU 1510-STORE-ONE-CHARGE-OFF-EXIT
030173         END-PERFORM
030177     END-IF.
030181     CLOSE histFile.
030185     IF WS-WOF-COUNT = ZERO
030188         GO TO 1500-LOAD-CHARGED-OFF-LOANS-EXIT
030192     END-IF.
030196     OPEN INPUT ledgerMaster.
030199     IF ledgerMasterStatus = "00"
030203         PERFORM 1530-GET-ONE-LEDGER-BALANCE
030207             THRU 1530-GET-ONE-LEDGER-BALANCE-EXIT
030210             VARYING WS-WOF-SUB FROM 1 BY 1
030214             UNTIL WS-WOF-SUB > WS-WOF-COUNT
030218     END-IF.
030222     CLOSE ledgerMaster.
030223     OPEN INPUT recoveryLedger.
030224     IF recoveryLedgerStatus = "00"
030225         PERFORM 1520-GET-ONE-RECOVERY-BALANCE
030226             THRU 1520-GET-ONE-RECOVERY-BALANCE-EXIT
030227             VARYING WS-WOF-SUB FROM 1 BY 1
030228             UNTIL WS-WOF-SUB > WS-WOF-COUNT
030229         CLOSE recoveryLedger
030230     END-IF.
030231 1500-LOAD-CHARGED-OFF-LOANS-EXIT.
030232     EXIT.
030233*----------------------------------------------------------------
030234 1510-STORE-ONE-CHARGE-OFF.
030235*    A LOAN RESTORED AND CHARGED OFF AGAIN IS ON HISTORY TWICE -
030236*    THE LATER RECORD REPLACES THE EARLIER.
030237*----------------------------------------------------------------
030238     MOVE ZERO TO WS-WOF-HIT.
030239     PERFORM 1515-CHECK-ONE-CHARGE-OFF
030240         THRU 1515-CHECK-ONE-CHARGE-OFF-EXIT
030241         VARYING WS-WOF-SUB FROM 1 BY 1
030242         UNTIL WS-WOF-SUB > WS-WOF-COUNT
030243         OR WS-WOF-HIT NOT = ZERO.
030244     IF WS-WOF-HIT = ZERO
030245         IF WS-WOF-COUNT >= 300
030246             DISPLAY "WARNING - charge-off table full, loan "
030247                 histFacultyNumber "/" histLoanId
030248                 " will not take recoveries"
030249             GO TO 1510-STORE-ONE-CHARGE-OFF-EXIT
030250         END-IF
030251         ADD 1 TO WS-WOF-COUNT
030252         MOVE WS-WOF-COUNT TO WS-WOF-HIT
030253     END-IF.
030254     MOVE histFacultyNumber TO WS-WOF-FACULTY(WS-WOF-HIT).
030255     MOVE histLoanId        TO WS-WOF-LOAN-ID(WS-WOF-HIT).
030256     COMPUTE WS-WOF-CHARGED-OFF(WS-WOF-HIT) =
030257         FUNCTION NUMVAL(histLoanAmt).
030258     MOVE histArchiveDate   TO WS-WOF-DATE(WS-WOF-HIT).
030259     MOVE ZERO              TO WS-WOF-RECOVERED(WS-WOF-HIT).
030260 1510-STORE-ONE-CHARGE-OFF-EXIT.
030261     EXIT.
030262*----------------------------------------------------------------
030263 1515-CHECK-ONE-CHARGE-OFF.
030264*----------------------------------------------------------------
030265     IF WS-WOF-FACULTY(WS-WOF-SUB) = histFacultyNumber
030266         AND WS-WOF-LOAN-ID(WS-WOF-SUB) = histLoanId
030267         MOVE WS-WOF-SUB TO WS-WOF-HIT
030268     END-IF.
030269 1515-CHECK-ONE-CHARGE-OFF-EXIT.
030270     EXIT.
030271*----------------------------------------------------------------
030272 1520-GET-ONE-RECOVERY-BALANCE.
030273*----------------------------------------------------------------
030274     MOVE WS-WOF-FACULTY(WS-WOF-SUB) TO rclFacultyNumber.
030275     MOVE WS-WOF-LOAN-ID(WS-WOF-SUB) TO rclLoanId.
030276     READ recoveryLedger
030277         KEY IS rclKey
030278         INVALID KEY
030279             CONTINUE
030280         NOT INVALID KEY
030281             MOVE rclChargedOff TO WS-WOF-CHARGED-OFF(WS-WOF-SUB)
030282             MOVE rclRecovered  TO WS-WOF-RECOVERED(WS-WOF-SUB)
030283     END-READ.
030284 1520-GET-ONE-RECOVERY-BALANCE-EXIT.
030285     EXIT.
030289*----------------------------------------------------------------
030294 1530-GET-ONE-LEDGER-BALANCE.
030298*    FACE PLUS FEES LESS PAID-TO-DATE - WHAT THE LOAN OWED WHEN
030303*    IT WAS CHARGED OFF. MONEY TAKEN SINCE IS A RECOVERY AND
030308*    NEVER REACHES THE LEDGER'S PAID-TO-DATE.
030312*----------------------------------------------------------------
030317     MOVE WS-WOF-FACULTY(WS-WOF-SUB) TO lixFacultyNumber.
030321     MOVE WS-WOF-LOAN-ID(WS-WOF-SUB) TO lixLoanId.
030326     READ ledgerMaster
030331         KEY IS lixKey
030335         INVALID KEY
030340             GO TO 1530-GET-ONE-LEDGER-BALANCE-EXIT
030344     END-READ.
030349     COMPUTE WS-WOF-BALANCE-WORK =
030354         WS-WOF-CHARGED-OFF(WS-WOF-SUB)
030358         + lixFeesCharged - lixPaidToDate.
030363     IF WS-WOF-BALANCE-WORK < ZERO
030367         MOVE ZERO TO WS-WOF-BALANCE-WORK
030372     END-IF.
030377     MOVE WS-WOF-BALANCE-WORK TO WS-WOF-CHARGED-OFF(WS-WOF-SUB).
030381 1530-GET-ONE-LEDGER-BALANCE-EXIT.
030386     EXIT.
030390*----------------------------------------------------------------
030395 2000-GET-CONTROL-TOTAL.
030400*    THE CASHIER KEYS THE DRAWER'S CONTROL TOTAL BEFORE THE
030500*    PAYMENTS - THE BATCH ONLY CLOSES WHEN THE TWO AGREE.
030600*----------------------------------------------------------------
036800         MOVE WS-ENTRY-AMT-NUM
036900             TO WS-BAT-AMT-NUM(WS-BATCH-COUNT)
037000         MOVE WS-ENTRY-NAME TO WS-BAT-NAME(WS-BATCH-COUNT)
037010         MOVE WS-WOF-HIT TO WS-BAT-WOF-HIT(WS-BATCH-COUNT)
037020         IF WS-WOF-HIT = ZERO
037030             SET BAT-IS-PAYMENT(WS-BATCH-COUNT) TO TRUE
037040         ELSE
037050             SET BAT-IS-RECOVERY(WS-BATCH-COUNT) TO TRUE
037060             ADD WS-ENTRY-AMT-NUM
037070                 TO WS-WOF-RECOVERED(WS-WOF-HIT)
037080             ADD 1 TO WS-RECOVERY-COUNT
037090         END-IF
037100         ADD WS-ENTRY-AMT-NUM TO WS-BATCH-TOTAL
037200         MOVE WS-BATCH-TOTAL TO WS-BATCH-TOTAL-DISPLAY
037300         DISPLAY "Payment queued - batch now " WS-BATCH-COUNT
038600*----------------------------------------------------------------
038700 3200-GET-FACULTY-AND-LOAN.
038800*    RE-PROMPT UNTIL THE FACULTY/LOAN PAIR IS AN OPEN LOAN ON
038900*    lab30.in OR A CHARGED-OFF LOAN ON LAB30.HIST (AND THE
039000*    FACULTY NUMBER IS ON LAB30.FAC WHEN THE MASTER IS PRESENT).
039100*----------------------------------------------------------------
039200     SET ENTRY-IS-NOT-VALID TO TRUE.
039300     PERFORM 3210-ACCEPT-ONE-PAIR
041600                 " is not on the LAB30.FAC faculty master"
041700             GO TO 3210-ACCEPT-ONE-PAIR-EXIT
041800         END-IF
041804     END-IF.
041808
041812     MOVE ZERO TO WS-WOF-HIT.
041816     PERFORM 3240-CHECK-ONE-CHARGE-OFF
041820         THRU 3240-CHECK-ONE-CHARGE-OFF-EXIT
041824         VARYING WS-WOF-SUB FROM 1 BY 1
041828         UNTIL WS-WOF-SUB > WS-WOF-COUNT
041832         OR WS-WOF-HIT NOT = ZERO.
041836     IF WS-WOF-HIT NOT = ZERO
041840         COMPUTE WS-WOF-OPEN-AMOUNT =
041844             WS-WOF-CHARGED-OFF(WS-WOF-HIT)
041848             - WS-WOF-RECOVERED(WS-WOF-HIT)
041852         IF WS-WOF-OPEN-AMOUNT = ZERO
041856             DISPLAY "Loan " WS-ENTRY-LOAN-ID " for faculty "
041860                 WS-ENTRY-FACULTY " was charged off and has "
041864                 "been recovered in full"
041868             GO TO 3210-ACCEPT-ONE-PAIR-EXIT
041872         END-IF
041876         MOVE WS-WOF-OPEN-AMOUNT TO WS-WOF-OPEN-DISPLAY
041880         DISPLAY "Loan charged off " WS-WOF-DATE(WS-WOF-HIT)
041884             " - this payment is a RECOVERY (up to "
041888             WS-WOF-OPEN-DISPLAY ")"
041892         SET ENTRY-IS-VALID TO TRUE
041896         GO TO 3210-ACCEPT-ONE-PAIR-EXIT
041900     END-IF.
042000
042100     SET LOAN-NOT-FOUND TO TRUE.
045100 3230-CHECK-ONE-LOAN-EXIT.
045200     EXIT.
045300*----------------------------------------------------------------
045310 3240-CHECK-ONE-CHARGE-OFF.
045320*----------------------------------------------------------------
045330     IF WS-WOF-FACULTY(WS-WOF-SUB) = WS-ENTRY-FACULTY
045340         AND WS-WOF-LOAN-ID(WS-WOF-SUB) = WS-ENTRY-LOAN-ID
045350         MOVE WS-WOF-SUB TO WS-WOF-HIT
045360     END-IF.
045370 3240-CHECK-ONE-CHARGE-OFF-EXIT.
045380     EXIT.
045390*----------------------------------------------------------------
045400 3300-GET-PAYMENT-DATE.
045500*    RE-PROMPT UNTIL THE DATE PASSES THE SAME SHARED DATEVAL
045600*    CHECK LAB30 APPLIES TO LOAN DATES.
047500         SET ENTRY-IS-NOT-VALID TO TRUE
047600         DISPLAY WS-ENTRY-DATE " is not a valid payment date"
047700     END-IF.
047710     IF ENTRY-IS-VALID
047720         MOVE DVAL-DATE TO FSCL-DATE
047730         CALL "FISCPER" USING FSCL-PARM
047740         IF FSCL-PERIOD-CLOSED
047750             SET ENTRY-IS-NOT-VALID TO TRUE
047760             PERFORM 3320-REJECT-CLOSED-PERIOD
047770                 THRU 3320-REJECT-CLOSED-PERIOD-EXIT
047780         END-IF
047790     END-IF.
047800 3310-ACCEPT-ONE-DATE-EXIT.
047900     EXIT.
047910*----------------------------------------------------------------
047912 3320-REJECT-CLOSED-PERIOD.
047914*    FINANCE HAS CLOSED THE PERIOD THIS DATE FALLS IN - A BACK-
047916*    DATED PAYMENT WOULD CHANGE NUMBERS ALREADY REPORTED. THE
047918*    ATTEMPT GOES TO REJECT.LOG SO THE CLOSE HAS A RECORD OF IT.
047920*----------------------------------------------------------------
047922     DISPLAY WS-ENTRY-DATE " falls in fiscal " FSCL-FISCAL-YEAR
047924         " period " FSCL-PERIOD ", which is closed".
047926     MOVE "LAB30PAY" TO REJ-PROGRAM-NAME.
047928     MOVE SPACES TO REJ-RECORD-KEY.
047930     STRING WS-ENTRY-FACULTY "/" WS-ENTRY-LOAN-ID " "
047932         WS-ENTRY-DATE DELIMITED BY SIZE
047934         INTO REJ-RECORD-KEY.
047936     MOVE "CLSD" TO REJ-REASON-CODE.
047938     MOVE SPACES TO REJ-REASON-TEXT.
047940     STRING "PAYMENT DATED INTO CLOSED PERIOD "
047942         FSCL-FISCAL-YEAR "-" FSCL-PERIOD DELIMITED BY SIZE
047944         INTO REJ-REASON-TEXT.
047946     CALL "REJECTLOG" USING REJECT-PARM.
047948 3320-REJECT-CLOSED-PERIOD-EXIT.
047950     EXIT.
048000*----------------------------------------------------------------
048100 3400-GET-PAYMENT-AMOUNT.
048200*    RE-PROMPT UNTIL THE AMOUNT IS IN THE FILE'S 9999.99 FORM
048266*    AND NOT ZERO - A ZERO RECEIPT IS A KEYING ERROR. A RECOVERY
048332*    MAY NOT TAKE BACK MORE THAN IS STILL CHARGED OFF.
048400*----------------------------------------------------------------
048500     SET ENTRY-IS-NOT-VALID TO TRUE.
048600     PERFORM 3410-ACCEPT-ONE-AMOUNT
050200             DISPLAY "A zero payment cannot be receipted"
050300         ELSE
050400             SET ENTRY-IS-VALID TO TRUE
050414         END-IF
050428         IF ENTRY-IS-VALID AND WS-WOF-HIT NOT = ZERO
050442             AND WS-ENTRY-AMT-NUM > WS-WOF-OPEN-AMOUNT
050456             SET ENTRY-IS-NOT-VALID TO TRUE
050470             DISPLAY "A recovery cannot exceed the "
050484                 WS-WOF-OPEN-DISPLAY " still charged off"
050500         END-IF
050600     ELSE
050700         DISPLAY WS-ENTRY-AMOUNT " is not in 9999.99 form"
054500*----------------------------------------------------------------
054600 5000-CLOSE-THE-BATCH.
054700*    THE BATCH BALANCES - NUMBER THE RECEIPTS, APPEND THE
054800*    PAYMENTS TO lab30.pay, POST THE RECOVERIES, WRITE THE
054900*    REGISTER LINES, AND SAVE THE RECEIPT COUNTER.
055000*----------------------------------------------------------------
055100     IF WS-BATCH-COUNT = ZERO
055200         DISPLAY "Empty batch - nothing to write"
056300     IF registerFileStatus NOT = "00"
056400         OPEN OUTPUT registerFile
056500     END-IF.
056520     IF WS-RECOVERY-COUNT NOT = ZERO
056540         PERFORM 5400-OPEN-RECOVERY-FILES
056560             THRU 5400-OPEN-RECOVERY-FILES-EXIT
056580     END-IF.
056600
056700     PERFORM 5200-WRITE-ONE-PAYMENT
056800         THRU 5200-WRITE-ONE-PAYMENT-EXIT
057100
057200     CLOSE paymentFile.
057300     CLOSE registerFile.
057320     IF WS-RECOVERY-COUNT NOT = ZERO
057340         CLOSE recoveryLedger
057360         CLOSE recoveryFile
057380     END-IF.
057400     PERFORM 5300-SAVE-RECEIPT-COUNTER
057500         THRU 5300-SAVE-RECEIPT-COUNTER-EXIT.
057600     MOVE WS-BATCH-TOTAL TO WS-BATCH-TOTAL-DISPLAY.
057700     DISPLAY WS-BATCH-COUNT " payment(s) for "
057800         WS-BATCH-TOTAL-DISPLAY
057900         " appended to lab30.pay, receipts on LAB30.RCT".
057920     IF WS-RECOVERY-COUNT NOT = ZERO
057930         MOVE WS-RECOVERY-TOTAL TO WS-BATCH-TOTAL-DISPLAY
057940         DISPLAY "  of which " WS-RECOVERY-COUNT
057950             " recovery(ies) for " WS-BATCH-TOTAL-DISPLAY
057960             " posted to LAB30.RCL, not lab30.pay"
057980     END-IF.
058000 5000-CLOSE-THE-BATCH-EXIT.
058100     EXIT.
058200*----------------------------------------------------------------
059900*----------------------------------------------------------------
060000 5200-WRITE-ONE-PAYMENT.
060100*    ONE BALANCED PAYMENT - THE lab30.pay RECORD IN THE EXACT
060166*    LAYOUT LAB30 READS (OR, FOR A RECOVERY, THE LAB30.RCL
060232*    POSTING), AND ITS RECEIPT REGISTER LINE.
060300*----------------------------------------------------------------
060400     ADD 1 TO WS-LAST-RECEIPT.
060500     MOVE WS-LAST-RECEIPT TO WS-RECEIPT-NUMBER.
060600
060654     IF BAT-IS-RECOVERY(WS-BATCH-SUB)
060708         PERFORM 5250-POST-ONE-RECOVERY
060762             THRU 5250-POST-ONE-RECOVERY-EXIT
060816     ELSE
060870         MOVE WS-BAT-FACULTY(WS-BATCH-SUB) TO pmtFacultyNumberO
060924         MOVE WS-BAT-LOAN-ID(WS-BATCH-SUB) TO pmtLoanIdO
060978         MOVE WS-BAT-DATE(WS-BATCH-SUB)    TO pmtDateO
061032         MOVE WS-BAT-AMOUNT(WS-BATCH-SUB)  TO pmtAmtO
061086         WRITE paymentDetailsO
061140     END-IF.
061200
061300     MOVE WS-RECEIPT-NUMBER TO WS-REG-RECEIPT.
061400     MOVE WS-BAT-DATE(WS-BATCH-SUB)    TO WS-REG-DATE.
061600     MOVE WS-BAT-LOAN-ID(WS-BATCH-SUB) TO WS-REG-LOAN-ID.
061700     MOVE WS-BAT-AMOUNT(WS-BATCH-SUB)  TO WS-REG-AMOUNT.
061800     MOVE WS-BAT-NAME(WS-BATCH-SUB)    TO WS-REG-NAME.
061807     MOVE ZERO TO WS-NHS-HIT.
061814     PERFORM 5210-CHECK-ONE-NOTICE-HISTORY
061821         THRU 5210-CHECK-ONE-NOTICE-HISTORY-EXIT
061828         VARYING WS-NHS-SUB FROM 1 BY 1
061835         UNTIL WS-NHS-SUB > WS-NHS-COUNT
061842         OR WS-NHS-HIT NOT = ZERO.
061849     IF WS-NHS-HIT = ZERO
061856         MOVE ZERO TO WS-REG-STAGE
061863         MOVE ZERO TO WS-REG-NOTICE-DATE
061870     ELSE
061877         MOVE WS-NHS-STAGE(WS-NHS-HIT)     TO WS-REG-STAGE
061884         MOVE WS-NHS-LAST-DATE(WS-NHS-HIT) TO WS-REG-NOTICE-DATE
061891     END-IF.
061895     MOVE WS-BAT-TYPE(WS-BATCH-SUB) TO WS-REG-TYPE.
061900     MOVE WS-REGISTER-LINE TO registerRecord.
062000     WRITE registerRecord.
062100     DISPLAY "Receipt " WS-RECEIPT-NUMBER " - faculty "
062300         WS-BAT-LOAN-ID(WS-BATCH-SUB) " "
062400         WS-BAT-AMOUNT(WS-BATCH-SUB).
062500 5200-WRITE-ONE-PAYMENT-EXIT.
062509     EXIT.
062518*----------------------------------------------------------------
062527 5210-CHECK-ONE-NOTICE-HISTORY.
062536*----------------------------------------------------------------
062545     IF WS-NHS-FACULTY(WS-NHS-SUB) = WS-BAT-FACULTY(WS-BATCH-SUB)
062554         AND WS-NHS-LOAN-ID(WS-NHS-SUB) =
062563             WS-BAT-LOAN-ID(WS-BATCH-SUB)
062572         MOVE WS-NHS-SUB TO WS-NHS-HIT
062581     END-IF.
062590 5210-CHECK-ONE-NOTICE-HISTORY-EXIT.
062600     EXIT.
062700*----------------------------------------------------------------
062800 5300-SAVE-RECEIPT-COUNTER.
063400 5300-SAVE-RECEIPT-COUNTER-EXIT.
063500     EXIT.
063600*----------------------------------------------------------------
063601 5250-POST-ONE-RECOVERY.
063602*    THE RECOVERY LANDS ON THE LOAN'S LAB30.RCL RECORD - OPENED
063603*    HERE FROM THE HISTORY FIGURES FOR A LOAN CHARGED OFF BEFORE
063604*    THE LEDGER EXISTED - GOES ON LAB30.RCV DATED THE DAY IT WAS
063605*    PAID, AND JOURNALS CASH AGAINST THE LOSS ALLOWANCE.
063606*----------------------------------------------------------------
063607     MOVE WS-BAT-WOF-HIT(WS-BATCH-SUB) TO WS-WOF-HIT.
063608     MOVE WS-BAT-DATE(WS-BATCH-SUB) TO WS-PAY-DATE-WORK.
063609     COMPUTE WS-PAY-DATE-ISO =
063610         (WS-PAY-YEAR * 10000) + (WS-PAY-MONTH * 100)
063611         + WS-PAY-DAY.
063612     MOVE WS-BAT-FACULTY(WS-BATCH-SUB) TO rclFacultyNumber.
063613     MOVE WS-BAT-LOAN-ID(WS-BATCH-SUB) TO rclLoanId.
063614     READ recoveryLedger
063615         KEY IS rclKey
063616         INVALID KEY
063617             MOVE WS-WOF-CHARGED-OFF(WS-WOF-HIT) TO rclChargedOff
063618             MOVE WS-WOF-DATE(WS-WOF-HIT) TO rclChargeOffDate
063619             MOVE WS-BAT-AMT-NUM(WS-BATCH-SUB) TO rclRecovered
063620             MOVE WS-PAY-DATE-ISO TO rclLastRecoveryDate
063621             WRITE recoveryLedgerRec
063622         NOT INVALID KEY
063623             ADD WS-BAT-AMT-NUM(WS-BATCH-SUB) TO rclRecovered
063624             IF WS-PAY-DATE-ISO > rclLastRecoveryDate
063625                 MOVE WS-PAY-DATE-ISO TO rclLastRecoveryDate
063626             END-IF
063627             REWRITE recoveryLedgerRec
063628     END-READ.
063629     IF recoveryLedgerStatus NOT = "00"
063630         DISPLAY "** LAB30.RCL UPDATE FAILED - STATUS "
063631             recoveryLedgerStatus " FOR RECEIPT "
063632             WS-RECEIPT-NUMBER " - TELL THE LOAN OFFICE **"
063633         MOVE 4 TO WS-FINAL-RETURN-CODE
063634     END-IF.
063635
063636     MOVE WS-RECEIPT-NUMBER            TO WS-RCV-RECEIPT.
063637     MOVE WS-BAT-FACULTY(WS-BATCH-SUB) TO WS-RCV-FACULTY.
063638     MOVE WS-BAT-LOAN-ID(WS-BATCH-SUB) TO WS-RCV-LOAN-ID.
063639     MOVE "R"                          TO WS-RCV-TYPE.
063640     MOVE WS-PAY-DATE-ISO              TO WS-RCV-DATE.
063641     MOVE WS-BAT-AMT-NUM(WS-BATCH-SUB) TO WS-RCV-AMOUNT.
063642     MOVE FUNCTION CURRENT-DATE(1:8)   TO WS-RCV-ENTRY-DATE.
063643     MOVE WS-RECOVERY-LINE TO recoveryRecord.
063644     WRITE recoveryRecord.
063645     ADD WS-BAT-AMT-NUM(WS-BATCH-SUB) TO WS-RECOVERY-TOTAL.
063646
063647     MOVE "LAB30PAY"                   TO GLP-PROGRAM-NAME.
063648     SET GLP-EVENT-RECOVERY            TO TRUE.
063649     MOVE WS-PAY-DATE-ISO              TO GLP-EVENT-DATE.
063650     MOVE WS-BAT-FACULTY(WS-BATCH-SUB) TO GLP-FACULTY-NUMBER.
063651     MOVE WS-BAT-LOAN-ID(WS-BATCH-SUB) TO GLP-LOAN-ID.
063652     MOVE SPACES                       TO GLP-REFERENCE.
063653     STRING "RCT" WS-RECEIPT-NUMBER DELIMITED BY SIZE
063654         INTO GLP-REFERENCE.
063655     MOVE WS-BAT-AMT-NUM(WS-BATCH-SUB) TO GLP-AMOUNT.
063656     CALL "GLPOST" USING GLP-PARM.
063657 5250-POST-ONE-RECOVERY-EXIT.
063658     EXIT.
063659*----------------------------------------------------------------
063660 5400-OPEN-RECOVERY-FILES.
063661*    THE RECOVERY LEDGER AND LOG BOTH CREATE ON FIRST USE.
063662*----------------------------------------------------------------
063663     OPEN I-O recoveryLedger.
063664     IF recoveryLedgerStatus NOT = "00"
063665         OPEN OUTPUT recoveryLedger
063666         CLOSE recoveryLedger
063667         OPEN I-O recoveryLedger
063668     END-IF.
063669     OPEN EXTEND recoveryFile.
063670     IF recoveryFileStatus NOT = "00"
063671         OPEN OUTPUT recoveryFile
063672     END-IF.
063673 5400-OPEN-RECOVERY-FILES-EXIT.
063674     EXIT.
063675*----------------------------------------------------------------
063700 9000-LOG-AUDIT-RUN.
063800*    APPEND A RUN RECORD TO THE SHARED AUDIT.LOG SO OPERATIONS
063900*    CAN SEE WHETHER AND WHEN THIS JOB RAN WITHOUT ASKING AROUND.
