000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB30RCY.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  LOANS - FACULTY LOAN AGING.
000500 DATE-WRITTEN.  09/21/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 09/21/2026  DL  INITIAL VERSION. NIGHTLY REGISTER OF RECOVERIES
001100*                 AGAINST CHARGED-OFF LOANS. LAB30WOF OPENS A
001200*                 LAB30.RCL LEDGER RECORD FOR EVERY CHARGE-OFF,
001300*                 LAB30PAY POSTS MONEY RECEIVED ON ONE AGAINST IT
001400*                 (NOT LAB30.PAY), AND LAB30REV TAKES A RETURNED
001500*                 RECOVERY BACK OFF IT. BOTH LOG EACH MOVEMENT ON
001600*                 LAB30.RCV. THIS STEP PRINTS LAB30.RCR - EVERY
001700*                 CHARGED-OFF LOAN WITH WHAT HAS COME BACK ON IT,
001800*                 THEN THE NET LOSS BY THE FISCAL PERIOD THE LOAN
001900*                 WAS CHARGED OFF IN.
002000*----------------------------------------------------------------
002100* THE FISCAL PERIOD COMES FROM FISCPER. A DATE FISCAL.CAL DOES NOT
002200* COVER PRINTS AS PERIOD 0000/00 RATHER THAN BEING DROPPED, SO
002300* THE PERIOD SECTION ALWAYS FOOTS TO THE LOAN SECTION. NO LEDGER
002400* YET (NOTHING EVER CHARGED OFF) IS A CLEAN RUN, NOT AN ERROR.
002500*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT recoveryLedger ASSIGN TO "LAB30.RCL"
003000         ORGANIZATION INDEXED
003100         ACCESS MODE DYNAMIC
003200         RECORD KEY IS rclKey
003300         FILE STATUS IS recoveryLedgerStatus.
003400     SELECT OPTIONAL recoveryFile ASSIGN TO "LAB30.RCV"
003500         ORGANIZATION LINE SEQUENTIAL
003600         FILE STATUS IS recoveryFileStatus.
003700     SELECT reportFile ASSIGN TO "LAB30.RCR"
003800         ORGANIZATION LINE SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  recoveryLedger.
004200 01  recoveryLedgerRec.
004300     05  rclKey.
004400         10  rclFacultyNumber    PIC 9(03).
004500         10  rclLoanId           PIC 9(03).
004600     05  rclChargedOff           PIC 9(06)V99.
004700     05  rclChargeOffDate        PIC 9(08).
004800     05  rclRecovered            PIC 9(06)V99.
004900     05  rclLastRecoveryDate     PIC 9(08).
005000 FD  recoveryFile.
005100 01  recoveryRecord.
005200     05  rcvReceipt              PIC 9(05).
005300     05  FILLER                  PIC X(01).
005400     05  rcvFaculty              PIC 9(03).
005500     05  rcvLoanId               PIC 9(03).
005600     05  FILLER                  PIC X(01).
005700     05  rcvType                 PIC X(01).
005800         88  RCV-IS-RECOVERY             VALUE "R".
005900         88  RCV-IS-REVERSAL             VALUE "V".
006000     05  FILLER                  PIC X(01).
006100     05  rcvDate                 PIC 9(08).
006200     05  FILLER                  PIC X(01).
006300     05  rcvAmount               PIC 9(06)V99.
006400     05  FILLER                  PIC X(01).
006500     05  rcvEntryDate            PIC 9(08).
006600     05  FILLER                  PIC X(39).
006700 FD  reportFile.
006800 01  reportLine                  PIC X(80).
006900 WORKING-STORAGE SECTION.
007000*----------------------------------------------------------------
007100* FILE STATUS AND RUN CONTROLS
007200*----------------------------------------------------------------
007300 01  recoveryLedgerStatus        PIC X(02).
007400 01  recoveryFileStatus          PIC X(02).
007500 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
007600 01  WS-RUN-DATE                 PIC 9(08).
007700 01  WS-LOAN-COUNT               PIC 9(05) VALUE ZERO.
007800 01  WS-ACTIVITY-COUNT           PIC 9(07) VALUE ZERO.
007900 01  WS-LEDGER-SW                PIC X(01) VALUE "Y".
008000     88  LEDGER-FOUND                    VALUE "Y".
008100     88  LEDGER-NOT-FOUND                VALUE "N".
008200*----------------------------------------------------------------
008300* LEDGER TOTALS
008400*----------------------------------------------------------------
008500 01  WS-CHARGED-OFF-TOTAL        PIC 9(08)V99 VALUE ZERO.
008600 01  WS-RECOVERED-TOTAL          PIC 9(08)V99 VALUE ZERO.
008700 01  WS-NET-LOSS                 PIC 9(08)V99.
008800 01  WS-ACTIVITY-TOTAL           PIC S9(08)V99 VALUE ZERO.
008900*----------------------------------------------------------------
009000* FISCAL PERIODS SEEN TONIGHT, KEPT IN YYYYPP ORDER AS THEY ARE
009100* ADDED SO THE SECTION PRINTS OLDEST PERIOD FIRST
009200*----------------------------------------------------------------
009300 01  WS-PERIOD-COUNT             PIC 9(02) COMP VALUE ZERO.
009400 01  WS-PERIOD-SUB               PIC 9(02) COMP.
009500 01  WS-PERIOD-HIT               PIC 9(02) COMP.
009600 01  WS-PERIOD-DATE              PIC 9(08).
009700 01  WS-PERIOD-KEY               PIC 9(06).
009800 01  WS-PERIOD-TABLE.
009900     05  WS-PERIOD-ENTRY OCCURS 60 TIMES.
010000         10  WS-PER-KEY.
010100             15  WS-PER-YEAR     PIC 9(04).
010200             15  WS-PER-PERIOD   PIC 9(02).
010300         10  WS-PER-LOANS        PIC 9(05).
010400         10  WS-PER-CHARGED-OFF  PIC 9(08)V99.
010500         10  WS-PER-RECOVERED    PIC 9(08)V99.
010600         10  WS-PER-ACTIVITY     PIC S9(08)V99.
010700*----------------------------------------------------------------
010800* REPORT LINES
010900*----------------------------------------------------------------
011000 01  WS-REPORT-HEADING.
011100     05  FILLER                  PIC X(43) VALUE
011200         "CHARGED-OFF LOAN RECOVERY REGISTER - AS OF ".
011300     05  WS-HDG-DATE             PIC 9(08).
011400 01  WS-LOAN-COLUMNS.
011500     05  FILLER                  PIC X(40) VALUE
011600         "FAC/LN   CHG-OFF    FY/PD    CHARGED-OFF".
011700     05  FILLER                  PIC X(34) VALUE
011800         "   RECOVERED    NET LOSS  LAST RCV".
011900 01  WS-LOAN-DETAIL.
012000     05  WS-LDT-FACULTY          PIC 9(03).
012100     05  FILLER                  PIC X(01) VALUE "/".
012200     05  WS-LDT-LOAN-ID          PIC 9(03).
012300     05  FILLER                  PIC X(02) VALUE SPACES.
012400     05  WS-LDT-CHARGE-OFF-DATE  PIC 9(08).
012500     05  FILLER                  PIC X(02) VALUE SPACES.
012600     05  WS-LDT-YEAR             PIC 9(04).
012700     05  FILLER                  PIC X(01) VALUE "/".
012800     05  WS-LDT-PERIOD           PIC 9(02).
012900     05  FILLER                  PIC X(03) VALUE SPACES.
013000     05  WS-LDT-CHARGED-OFF      PIC Z(07)9.99.
013100     05  FILLER                  PIC X(01) VALUE SPACE.
013200     05  WS-LDT-RECOVERED        PIC Z(07)9.99.
013300     05  FILLER                  PIC X(01) VALUE SPACE.
013400     05  WS-LDT-NET-LOSS         PIC Z(07)9.99.
013500     05  FILLER                  PIC X(02) VALUE SPACES.
013600     05  WS-LDT-LAST-DATE        PIC 9(08).
013700 01  WS-LOAN-TOTAL-LINE.
013800     05  FILLER                  PIC X(08) VALUE "TOTAL   ".
013900     05  WS-LTL-LOANS            PIC Z(04)9.
014000     05  FILLER                  PIC X(16) VALUE " LOAN(S)".
014100     05  WS-LTL-CHARGED-OFF      PIC Z(07)9.99.
014200     05  FILLER                  PIC X(01) VALUE SPACE.
014300     05  WS-LTL-RECOVERED        PIC Z(07)9.99.
014400     05  FILLER                  PIC X(01) VALUE SPACE.
014500     05  WS-LTL-NET-LOSS         PIC Z(07)9.99.
014600 01  WS-PERIOD-TITLE             PIC X(80) VALUE
014700     "NET LOSS BY FISCAL PERIOD OF CHARGE-OFF".
014800 01  WS-PERIOD-COLUMNS.
014900     05  FILLER                  PIC X(41) VALUE
015000         "FY/PD     LOANS   CHARGED-OFF   RECOVERED".
015100     05  FILLER                  PIC X(27) VALUE
015200         "    NET LOSS RCVD IN PERIOD".
015300 01  WS-PERIOD-DETAIL.
015400     05  WS-PDT-YEAR             PIC 9(04).
015500     05  FILLER                  PIC X(01) VALUE "/".
015600     05  WS-PDT-PERIOD           PIC 9(02).
015700     05  FILLER                  PIC X(03) VALUE SPACES.
015800     05  WS-PDT-LOANS            PIC Z(04)9.
015900     05  FILLER                  PIC X(03) VALUE SPACES.
016000     05  WS-PDT-CHARGED-OFF      PIC Z(07)9.99.
016100     05  FILLER                  PIC X(01) VALUE SPACE.
016200     05  WS-PDT-RECOVERED        PIC Z(07)9.99.
016300     05  FILLER                  PIC X(01) VALUE SPACE.
016400     05  WS-PDT-NET-LOSS         PIC Z(07)9.99.
016500     05  FILLER                  PIC X(03) VALUE SPACES.
016600     05  WS-PDT-ACTIVITY         PIC -(08)9.99.
016700 01  WS-NO-LEDGER-LINE          PIC X(80) VALUE
016800     "NO CHARGE-OFFS ON LAB30.RCL - NOTHING TO REPORT".
016900*----------------------------------------------------------------
017000* CALL INTERFACE TO THE SHARED FISCAL-PERIOD SUBPROGRAM
017100*----------------------------------------------------------------
017200 COPY "fscparm.cpy".
017300*----------------------------------------------------------------
017400* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
017500*----------------------------------------------------------------
017600 COPY "auditparm.cpy".
017700*----------------------------------------------------------------
017800* CALL INTERFACE TO THE SHARED RUN-STATUS SUBPROGRAM
017900*----------------------------------------------------------------
018000 COPY "rstparm.cpy".
018100 PROCEDURE DIVISION.
018200*----------------------------------------------------------------
018300 0000-MAINLINE.
018400*----------------------------------------------------------------
018500     PERFORM 0100-CHECK-STEP-RESTART
018600         THRU 0100-CHECK-STEP-RESTART-EXIT.
018700     MOVE "LAB30RCY" TO AUDIT-PROGRAM-NAME.
018800     MOVE SPACES TO AUDIT-USER-ID.
018900     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
019000     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
019100     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
019200
019300     OPEN OUTPUT reportFile.
019400     MOVE WS-RUN-DATE TO WS-HDG-DATE.
019500     MOVE WS-REPORT-HEADING TO reportLine.
019600     WRITE reportLine.
019700     MOVE SPACES TO reportLine.
019800     WRITE reportLine.
019900
020000     PERFORM 1000-PRINT-LEDGER
020100         THRU 1000-PRINT-LEDGER-EXIT.
020200     IF LEDGER-NOT-FOUND
020300         MOVE WS-NO-LEDGER-LINE TO reportLine
020400         WRITE reportLine
020500         CLOSE reportFile
020600         DISPLAY "No charge-offs on LAB30.RCL - empty register"
020700         GO TO 0000-WRAP-UP
020800     END-IF.
020900
021000     PERFORM 2000-APPLY-RECOVERY-ACTIVITY
021100         THRU 2000-APPLY-RECOVERY-ACTIVITY-EXIT.
021200     PERFORM 3000-PRINT-PERIODS
021300         THRU 3000-PRINT-PERIODS-EXIT.
021400     CLOSE reportFile.
021500     DISPLAY WS-LOAN-COUNT " charged-off loan(s), "
021600         WS-ACTIVITY-COUNT " recovery movement(s) on LAB30.RCR".
021700
021800 0000-WRAP-UP.
021900     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
022000     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
022100     COMPUTE AUDIT-RECORDS-READ =
022200         WS-LOAN-COUNT + WS-ACTIVITY-COUNT.
022300     MOVE WS-LOAN-COUNT TO AUDIT-RECORDS-WRITTEN.
022400     CALL "AUDITLOG" USING AUDIT-PARM.
022500     IF WS-FINAL-RETURN-CODE = ZERO
022600         PERFORM 9100-RECORD-STEP-COMPLETE
022700             THRU 9100-RECORD-STEP-COMPLETE-EXIT
022800     END-IF.
022900*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
023000     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
023100     STOP RUN.
023200*----------------------------------------------------------------
023300 0100-CHECK-STEP-RESTART.
023400*    ON A RESTART SUBMIT (NITEBTCH.RST NAMES TODAY) A STEP THAT
023500*    ALREADY COMPLETED TONIGHT SKIPS ITSELF, SO THE CHAIN
023600*    RESUMES AT THE FIRST INCOMPLETE STEP INSTEAD OF REDOING
023700*    FINISHED WORK. A NORMAL SUBMIT NEVER SKIPS.
023800*----------------------------------------------------------------
023900     SET RSTAT-SHOULD-SKIP TO TRUE.
024000     MOVE FUNCTION CURRENT-DATE(1:8) TO RSTAT-BUSINESS-DATE.
024100     MOVE "LAB30RCY" TO RSTAT-STEP-NAME.
024200     CALL "RUNSTAT" USING RSTAT-PARM.
024300     IF RSTAT-STEP-DONE
024400         DISPLAY "LAB30RCY already complete for "
024500             RSTAT-BUSINESS-DATE " - restart skip"
024600         STOP RUN
024700     END-IF.
024800 0100-CHECK-STEP-RESTART-EXIT.
024900     EXIT.
025000*----------------------------------------------------------------
025100 1000-PRINT-LEDGER.
025200*    ONE LINE PER CHARGED-OFF LOAN IN LAB30.RCL KEY ORDER, EACH
025300*    ALSO FOOTED INTO THE FISCAL PERIOD IT WAS CHARGED OFF IN.
025400*----------------------------------------------------------------
025500     OPEN INPUT recoveryLedger.
025600     IF recoveryLedgerStatus NOT = "00"
025700         SET LEDGER-NOT-FOUND TO TRUE
025800         GO TO 1000-PRINT-LEDGER-EXIT
025900     END-IF.
026000     MOVE WS-LOAN-COLUMNS TO reportLine.
026100     WRITE reportLine.
026200     PERFORM FOREVER
026300         READ recoveryLedger NEXT RECORD
026400             AT END
026500             EXIT PERFORM
026600         END-READ
026700         ADD 1 TO WS-LOAN-COUNT
026800         PERFORM 1100-PRINT-ONE-LOAN
026900             THRU 1100-PRINT-ONE-LOAN-EXIT
027000     END-PERFORM.
027100     CLOSE recoveryLedger.
027200
027300     COMPUTE WS-NET-LOSS =
027400         WS-CHARGED-OFF-TOTAL - WS-RECOVERED-TOTAL.
027500     MOVE WS-LOAN-COUNT        TO WS-LTL-LOANS.
027600     MOVE WS-CHARGED-OFF-TOTAL TO WS-LTL-CHARGED-OFF.
027700     MOVE WS-RECOVERED-TOTAL   TO WS-LTL-RECOVERED.
027800     MOVE WS-NET-LOSS          TO WS-LTL-NET-LOSS.
027900     MOVE WS-LOAN-TOTAL-LINE TO reportLine.
028000     WRITE reportLine.
028100 1000-PRINT-LEDGER-EXIT.
028200     EXIT.
028300*----------------------------------------------------------------
028400 1100-PRINT-ONE-LOAN.
028500*----------------------------------------------------------------
028600     MOVE rclChargeOffDate TO WS-PERIOD-DATE.
028700     PERFORM 5000-LOCATE-PERIOD
028800         THRU 5000-LOCATE-PERIOD-EXIT.
028900
029000     COMPUTE WS-NET-LOSS = rclChargedOff - rclRecovered.
029100     MOVE rclFacultyNumber    TO WS-LDT-FACULTY.
029200     MOVE rclLoanId           TO WS-LDT-LOAN-ID.
029300     MOVE rclChargeOffDate    TO WS-LDT-CHARGE-OFF-DATE.
029400     MOVE WS-PERIOD-KEY(1:4)  TO WS-LDT-YEAR.
029500     MOVE WS-PERIOD-KEY(5:2)  TO WS-LDT-PERIOD.
029600     MOVE rclChargedOff       TO WS-LDT-CHARGED-OFF.
029700     MOVE rclRecovered        TO WS-LDT-RECOVERED.
029800     MOVE WS-NET-LOSS         TO WS-LDT-NET-LOSS.
029900     MOVE rclLastRecoveryDate TO WS-LDT-LAST-DATE.
030000     MOVE WS-LOAN-DETAIL TO reportLine.
030100     WRITE reportLine.
030200
030300     ADD rclChargedOff TO WS-CHARGED-OFF-TOTAL.
030400     ADD rclRecovered  TO WS-RECOVERED-TOTAL.
030500     IF WS-PERIOD-HIT NOT = ZERO
030600         ADD 1 TO WS-PER-LOANS(WS-PERIOD-HIT)
030700         ADD rclChargedOff TO WS-PER-CHARGED-OFF(WS-PERIOD-HIT)
030800         ADD rclRecovered  TO WS-PER-RECOVERED(WS-PERIOD-HIT)
030900     END-IF.
031000 1100-PRINT-ONE-LOAN-EXIT.
031100     EXIT.
031200*----------------------------------------------------------------
031300 2000-APPLY-RECOVERY-ACTIVITY.
031400*    LAB30.RCV MOVEMENTS FOOTED BY THE FISCAL PERIOD THEY FELL IN
031500*    - A RECOVERY ADDS, A RETURNED RECOVERY TAKES IT BACK OUT.
031600*----------------------------------------------------------------
031700     OPEN INPUT recoveryFile.
031800     IF recoveryFileStatus NOT = "00"
031900         CLOSE recoveryFile
032000         GO TO 2000-APPLY-RECOVERY-ACTIVITY-EXIT
032100     END-IF.
032200     PERFORM FOREVER
032300         READ recoveryFile
032400             AT END
032500             EXIT PERFORM
032600         END-READ
032700         ADD 1 TO WS-ACTIVITY-COUNT
032800         MOVE rcvDate TO WS-PERIOD-DATE
032900         PERFORM 5000-LOCATE-PERIOD
033000             THRU 5000-LOCATE-PERIOD-EXIT
033100         EVALUATE TRUE
033200             WHEN RCV-IS-RECOVERY
033300                 ADD rcvAmount TO WS-ACTIVITY-TOTAL
033400                 IF WS-PERIOD-HIT NOT = ZERO
033500                     ADD rcvAmount
033600                         TO WS-PER-ACTIVITY(WS-PERIOD-HIT)
033700                 END-IF
033800             WHEN RCV-IS-REVERSAL
033900                 SUBTRACT rcvAmount FROM WS-ACTIVITY-TOTAL
034000                 IF WS-PERIOD-HIT NOT = ZERO
034100                     SUBTRACT rcvAmount
034200                         FROM WS-PER-ACTIVITY(WS-PERIOD-HIT)
034300                 END-IF
034400             WHEN OTHER
034500                 DISPLAY "** LAB30.RCV line " WS-ACTIVITY-COUNT
034600                     " has type '" rcvType "' - not R or V **"
034700         END-EVALUATE
034800     END-PERFORM.
034900     CLOSE recoveryFile.
035000 2000-APPLY-RECOVERY-ACTIVITY-EXIT.
035100     EXIT.
035200*----------------------------------------------------------------
035300 3000-PRINT-PERIODS.
035400*    ONE LINE PER FISCAL PERIOD, OLDEST FIRST, THEN THE TOTAL.
035500*----------------------------------------------------------------
035600     MOVE SPACES TO reportLine.
035700     WRITE reportLine.
035800     MOVE WS-PERIOD-TITLE TO reportLine.
035900     WRITE reportLine.
036000     MOVE WS-PERIOD-COLUMNS TO reportLine.
036100     WRITE reportLine.
036200     PERFORM 3100-PRINT-ONE-PERIOD
036300         THRU 3100-PRINT-ONE-PERIOD-EXIT
036400         VARYING WS-PERIOD-SUB FROM 1 BY 1
036500         UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT.
036600
036700     COMPUTE WS-NET-LOSS =
036800         WS-CHARGED-OFF-TOTAL - WS-RECOVERED-TOTAL.
036900     MOVE WS-LOAN-COUNT        TO WS-PDT-LOANS.
037000     MOVE WS-CHARGED-OFF-TOTAL TO WS-PDT-CHARGED-OFF.
037100     MOVE WS-RECOVERED-TOTAL   TO WS-PDT-RECOVERED.
037200     MOVE WS-NET-LOSS          TO WS-PDT-NET-LOSS.
037300     MOVE WS-ACTIVITY-TOTAL    TO WS-PDT-ACTIVITY.
037400     MOVE WS-PERIOD-DETAIL TO reportLine.
037500     MOVE "TOTAL  " TO reportLine(1:7).
037600     WRITE reportLine.
037700 3000-PRINT-PERIODS-EXIT.
037800     EXIT.
037900*----------------------------------------------------------------
038000 3100-PRINT-ONE-PERIOD.
038100*----------------------------------------------------------------
038200     COMPUTE WS-NET-LOSS = WS-PER-CHARGED-OFF(WS-PERIOD-SUB)
038300         - WS-PER-RECOVERED(WS-PERIOD-SUB).
038400     MOVE WS-PER-YEAR(WS-PERIOD-SUB)        TO WS-PDT-YEAR.
038500     MOVE WS-PER-PERIOD(WS-PERIOD-SUB)      TO WS-PDT-PERIOD.
038600     MOVE WS-PER-LOANS(WS-PERIOD-SUB)       TO WS-PDT-LOANS.
038700     MOVE WS-PER-CHARGED-OFF(WS-PERIOD-SUB) TO WS-PDT-CHARGED-OFF.
038800     MOVE WS-PER-RECOVERED(WS-PERIOD-SUB)   TO WS-PDT-RECOVERED.
038900     MOVE WS-NET-LOSS                       TO WS-PDT-NET-LOSS.
039000     MOVE WS-PER-ACTIVITY(WS-PERIOD-SUB)    TO WS-PDT-ACTIVITY.
039100     MOVE WS-PERIOD-DETAIL TO reportLine.
039200     WRITE reportLine.
039300 3100-PRINT-ONE-PERIOD-EXIT.
039400     EXIT.
039500*----------------------------------------------------------------
039600 5000-LOCATE-PERIOD.
039700*    FISCAL PERIOD OF WS-PERIOD-DATE INTO WS-PERIOD-KEY, AND ITS
039800*    TABLE SLOT INTO WS-PERIOD-HIT - ADDED IN KEY ORDER THE FIRST
039900*    TIME IT IS SEEN. A FULL TABLE LEAVES THE HIT AT ZERO AND THE
040000*    AMOUNT IN THE GRAND TOTAL ONLY.
040100*----------------------------------------------------------------
040200     MOVE WS-PERIOD-DATE TO FSCL-DATE.
040300     CALL "FISCPER" USING FSCL-PARM.
040400     IF FSCL-IS-VALID
040500         MOVE FSCL-FISCAL-YEAR TO WS-PERIOD-KEY(1:4)
040600         MOVE FSCL-PERIOD      TO WS-PERIOD-KEY(5:2)
040700     ELSE
040800         MOVE ZERO TO WS-PERIOD-KEY
040900     END-IF.
041000
041100     MOVE ZERO TO WS-PERIOD-HIT.
041200     PERFORM 5100-CHECK-ONE-PERIOD
041300         THRU 5100-CHECK-ONE-PERIOD-EXIT
041400         VARYING WS-PERIOD-SUB FROM 1 BY 1
041500         UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT
041600         OR WS-PERIOD-HIT NOT = ZERO.
041700     IF WS-PERIOD-HIT NOT = ZERO
041800         IF WS-PER-KEY(WS-PERIOD-HIT) = WS-PERIOD-KEY
041900             GO TO 5000-LOCATE-PERIOD-EXIT
042000         END-IF
042100     ELSE
042200         COMPUTE WS-PERIOD-HIT = WS-PERIOD-COUNT + 1
042300     END-IF.
042400
042500     IF WS-PERIOD-COUNT NOT < 60
042600         DISPLAY "WARNING - LAB30RCY period table full, "
042700             WS-PERIOD-KEY " totals only in the grand total"
042800         MOVE ZERO TO WS-PERIOD-HIT
042900         GO TO 5000-LOCATE-PERIOD-EXIT
043000     END-IF.
043100     PERFORM 5200-SHIFT-ONE-PERIOD
043200         THRU 5200-SHIFT-ONE-PERIOD-EXIT
043300         VARYING WS-PERIOD-SUB FROM WS-PERIOD-COUNT BY -1
043400         UNTIL WS-PERIOD-SUB < WS-PERIOD-HIT.
043500     ADD 1 TO WS-PERIOD-COUNT.
043600     MOVE WS-PERIOD-KEY TO WS-PER-KEY(WS-PERIOD-HIT).
043700     MOVE ZERO TO WS-PER-LOANS(WS-PERIOD-HIT).
043800     MOVE ZERO TO WS-PER-CHARGED-OFF(WS-PERIOD-HIT).
043900     MOVE ZERO TO WS-PER-RECOVERED(WS-PERIOD-HIT).
044000     MOVE ZERO TO WS-PER-ACTIVITY(WS-PERIOD-HIT).
044100 5000-LOCATE-PERIOD-EXIT.
044200     EXIT.
044300*----------------------------------------------------------------
044400 5100-CHECK-ONE-PERIOD.
044500*    STOPS ON THE PERIOD ITSELF OR ON THE FIRST LATER ONE - THE
044600*    SLOT THE NEW PERIOD GOES IN.
044700*----------------------------------------------------------------
044800     IF WS-PER-KEY(WS-PERIOD-SUB) NOT < WS-PERIOD-KEY
044900         MOVE WS-PERIOD-SUB TO WS-PERIOD-HIT
045000     END-IF.
045100 5100-CHECK-ONE-PERIOD-EXIT.
045200     EXIT.
045300*----------------------------------------------------------------
045400 5200-SHIFT-ONE-PERIOD.
045500*----------------------------------------------------------------
045600     MOVE WS-PERIOD-ENTRY(WS-PERIOD-SUB)
045700         TO WS-PERIOD-ENTRY(WS-PERIOD-SUB + 1).
045800 5200-SHIFT-ONE-PERIOD-EXIT.
045900     EXIT.
046000*----------------------------------------------------------------
046100 9100-RECORD-STEP-COMPLETE.
046200*    A CLEAN FINISH GOES ON THE RUN-STATUS FILE SO A RESTART
046300*    SUBMIT CAN SKIP THIS STEP.
046400*----------------------------------------------------------------
046500     SET RSTAT-RECORD-COMPLETE TO TRUE.
046600     MOVE FUNCTION CURRENT-DATE(1:8) TO RSTAT-BUSINESS-DATE.
046700     MOVE "LAB30RCY" TO RSTAT-STEP-NAME.
046800     CALL "RUNSTAT" USING RSTAT-PARM.
046900 9100-RECORD-STEP-COMPLETE-EXIT.
047000     EXIT.
