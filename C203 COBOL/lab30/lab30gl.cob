000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB30GL.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  LOANS - FACULTY LOAN AGING.
000500 DATE-WRITTEN.  09/14/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 09/14/2026  DL  INITIAL VERSION. NIGHTLY GENERAL-LEDGER
001100*                 EXTRACT FOR THE FACULTY LOAN PROGRAM. LAB30ENT,
001200*                 LAB30, AND LAB30WOF POST EVERY DISBURSEMENT,
001300*                 PAYMENT, INTEREST ACCRUAL, AND CHARGE-OFF TO
001400*                 THE LAB30.GLJ JOURNAL THROUGH GLPOST. THIS STEP
001500*                 FOOTS THE DAY'S JOURNAL, PRINTS THE CONTROL
001600*                 REPORT, AND - ONLY WHEN DEBITS EQUAL CREDITS -
001700*                 HANDS THE ENTRIES TO FINANCE ON LAB30.GLX AND
001800*                 EMPTIES THE JOURNAL. THE TOTALS GO ON THE
001900*                 LAB30.GLC CONTROL RECORD FOR NITERCN.
002000*----------------------------------------------------------------
002100* AN OUT-OF-BALANCE JOURNAL IS HELD WHERE IT IS - NOTHING GOES TO
002200* FINANCE, LAB30.GLJ IS LEFT FOR THE MORNING SHIFT, AND THE STEP
002300* ENDS RETURN-CODE 4 SO THE REST OF THE CHAIN STILL RUNS AND
002400* NITERCN FAILS THE NIGHT ON THE CONTROL RECORD. LAB30.GLX IS
002500* APPENDED, SO A NIGHT FINANCE DOES NOT PICK UP IS NOT LOST.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT OPTIONAL journalFile ASSIGN TO "LAB30.GLJ"
003100         ORGANIZATION LINE SEQUENTIAL
003200         FILE STATUS IS journalFileStatus.
003300     SELECT extractFile ASSIGN TO "LAB30.GLX"
003400         ORGANIZATION LINE SEQUENTIAL
003500         FILE STATUS IS extractFileStatus.
003600     SELECT reportFile ASSIGN TO "LAB30.GLR"
003700         ORGANIZATION LINE SEQUENTIAL.
003800     SELECT controlFile ASSIGN TO "LAB30.GLC"
003900         ORGANIZATION LINE SEQUENTIAL.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  journalFile.
004300 01  journalRecord.
004400     05  gljPostDate             PIC 9(08).
004500     05  FILLER                  PIC X(01).
004600     05  gljFiscalYear           PIC 9(04).
004700     05  gljPeriod               PIC 9(02).
004800     05  FILLER                  PIC X(01).
004900     05  gljEventType            PIC X(04).
005000     05  FILLER                  PIC X(01).
005100     05  gljEventDate            PIC 9(08).
005200     05  FILLER                  PIC X(01).
005300     05  gljFaculty              PIC 9(03).
005400     05  FILLER                  PIC X(01).
005500     05  gljLoanId               PIC 9(03).
005600     05  FILLER                  PIC X(01).
005700     05  gljReference            PIC X(08).
005800     05  FILLER                  PIC X(01).
005900     05  gljSide                 PIC X(01).
006000     05  FILLER                  PIC X(01).
006100     05  gljAccount              PIC X(06).
006200     05  FILLER                  PIC X(01).
006300     05  gljAmount               PIC 9(07)V99.
006400     05  FILLER                  PIC X(01).
006500     05  gljProgram              PIC X(08).
006600     05  FILLER                  PIC X(07).
006700 FD  extractFile.
006800 01  extractRecord               PIC X(80).
006900 FD  reportFile.
007000 01  reportLine                  PIC X(80).
007100 FD  controlFile.
007200 01  controlRecord.
007300     05  glcRunDate              PIC 9(08).
007400     05  glcEntryCount           PIC 9(07).
007500     05  glcDebitTotal           PIC 9(09)V99.
007600     05  glcCreditTotal          PIC 9(09)V99.
007700     05  glcBadLines             PIC 9(05).
007800 WORKING-STORAGE SECTION.
007900*----------------------------------------------------------------
008000* FILE STATUS AND RUN CONTROLS
008100*----------------------------------------------------------------
008200 01  journalFileStatus           PIC X(02).
008300 01  extractFileStatus           PIC X(02).
008400 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
008500 01  WS-RUN-DATE                 PIC 9(08).
008600 01  WS-ENTRY-COUNT              PIC 9(07) VALUE ZERO.
008700 01  WS-BAD-SIDE-COUNT           PIC 9(05) COMP VALUE ZERO.
008800 01  WS-EXTRACT-COUNT            PIC 9(07) VALUE ZERO.
008900 01  WS-BALANCE-SW               PIC X(01) VALUE "Y".
009000     88  JOURNAL-IN-BALANCE              VALUE "Y".
009100     88  JOURNAL-OUT-OF-BALANCE          VALUE "N".
009200*----------------------------------------------------------------
009300* JOURNAL TOTALS - OVERALL AND PER EVENT TYPE
009400*----------------------------------------------------------------
009500 01  WS-DEBIT-TOTAL              PIC 9(09)V99 VALUE ZERO.
009600 01  WS-CREDIT-TOTAL             PIC 9(09)V99 VALUE ZERO.
009700 01  WS-EVENT-COUNT              PIC 9(02) COMP VALUE ZERO.
009800 01  WS-EVENT-SUB                PIC 9(02) COMP.
009900 01  WS-EVENT-HIT                PIC 9(02) COMP.
010000 01  WS-EVENT-TABLE.
010100     05  WS-EVENT-ENTRY OCCURS 20 TIMES.
010200         10  WS-EVT-TYPE         PIC X(04).
010300         10  WS-EVT-LINES        PIC 9(07).
010400         10  WS-EVT-DEBITS       PIC 9(09)V99.
010500         10  WS-EVT-CREDITS      PIC 9(09)V99.
010600*----------------------------------------------------------------
010700* REPORT LINES
010800*----------------------------------------------------------------
010900 01  WS-REPORT-HEADING.
011000     05  FILLER                  PIC X(38) VALUE
011100         "FACULTY LOAN GL EXTRACT - CONTROL FOR ".
011200     05  WS-HDG-DATE             PIC 9(08).
011300 01  WS-REPORT-COLUMNS.
011400     05  FILLER                  PIC X(44) VALUE
011500         "EVENT    LINES         DEBITS        CREDITS".
011600 01  WS-REPORT-DETAIL.
011700     05  WS-DTL-EVENT            PIC X(05).
011800     05  FILLER                  PIC X(01) VALUE SPACE.
011900     05  WS-DTL-LINES            PIC Z(06)9.
012000     05  FILLER                  PIC X(02) VALUE SPACES.
012100     05  WS-DTL-DEBITS           PIC Z(08)9.99.
012200     05  FILLER                  PIC X(03) VALUE SPACES.
012300     05  WS-DTL-CREDITS          PIC Z(08)9.99.
012400 01  WS-REPORT-VERDICT           PIC X(80).
012500*----------------------------------------------------------------
012600* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
012700*----------------------------------------------------------------
012800 COPY "auditparm.cpy".
012900*----------------------------------------------------------------
013000* CALL INTERFACE TO THE SHARED RUN-STATUS SUBPROGRAM
013100*----------------------------------------------------------------
013200 COPY "rstparm.cpy".
013300 PROCEDURE DIVISION.
013400*----------------------------------------------------------------
013500 0000-MAINLINE.
013600*----------------------------------------------------------------
013700     PERFORM 0100-CHECK-STEP-RESTART
013800         THRU 0100-CHECK-STEP-RESTART-EXIT.
013900     MOVE "LAB30GL" TO AUDIT-PROGRAM-NAME.
014000     MOVE SPACES TO AUDIT-USER-ID.
014100     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
014200     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
014300     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
014400
014500     PERFORM 1000-FOOT-JOURNAL
014600         THRU 1000-FOOT-JOURNAL-EXIT.
014700     IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
014800         OR WS-BAD-SIDE-COUNT NOT = ZERO
014900         SET JOURNAL-OUT-OF-BALANCE TO TRUE
015000     END-IF.
015100
015200     PERFORM 2000-PRINT-CONTROL-REPORT
015300         THRU 2000-PRINT-CONTROL-REPORT-EXIT.
015400     PERFORM 3000-WRITE-CONTROL-RECORD
015500         THRU 3000-WRITE-CONTROL-RECORD-EXIT.
015600
015700     IF JOURNAL-OUT-OF-BALANCE
015800         DISPLAY "** LAB30.GLJ OUT OF BALANCE - JOURNAL HELD, "
015900             "NOTHING EXTRACTED **"
016000         MOVE 4 TO WS-FINAL-RETURN-CODE
016100         GO TO 0000-WRAP-UP
016200     END-IF.
016300     IF WS-ENTRY-COUNT = ZERO
016400         DISPLAY "No journal entries tonight - nothing to "
016500             "extract"
016600         GO TO 0000-WRAP-UP
016700     END-IF.
016800
016900     PERFORM 4000-EXTRACT-JOURNAL
017000         THRU 4000-EXTRACT-JOURNAL-EXIT.
017100     DISPLAY WS-EXTRACT-COUNT " journal line(s) extracted to "
017200         "LAB30.GLX".
017300
017400 0000-WRAP-UP.
017500     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
017600     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
017700     MOVE WS-ENTRY-COUNT TO AUDIT-RECORDS-READ.
017800     MOVE WS-EXTRACT-COUNT TO AUDIT-RECORDS-WRITTEN.
017900     CALL "AUDITLOG" USING AUDIT-PARM.
018000     IF WS-FINAL-RETURN-CODE = ZERO
018100         PERFORM 9100-RECORD-STEP-COMPLETE
018200             THRU 9100-RECORD-STEP-COMPLETE-EXIT
018300     END-IF.
018400*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
018500     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
018600     STOP RUN.
018700*----------------------------------------------------------------
018800 0100-CHECK-STEP-RESTART.
018900*    ON A RESTART SUBMIT (NITEBTCH.RST NAMES TODAY) A STEP THAT
019000*    ALREADY COMPLETED TONIGHT SKIPS ITSELF, SO THE CHAIN
019100*    RESUMES AT THE FIRST INCOMPLETE STEP INSTEAD OF REDOING
019200*    FINISHED WORK. A NORMAL SUBMIT NEVER SKIPS.
019300*----------------------------------------------------------------
019400     SET RSTAT-SHOULD-SKIP TO TRUE.
019500     MOVE FUNCTION CURRENT-DATE(1:8) TO RSTAT-BUSINESS-DATE.
019600     MOVE "LAB30GL" TO RSTAT-STEP-NAME.
019700     CALL "RUNSTAT" USING RSTAT-PARM.
019800     IF RSTAT-STEP-DONE
019900         DISPLAY "LAB30GL already complete for "
020000             RSTAT-BUSINESS-DATE " - restart skip"
020100         STOP RUN
020200     END-IF.
020300 0100-CHECK-STEP-RESTART-EXIT.
020400     EXIT.
020500*----------------------------------------------------------------
020600 1000-FOOT-JOURNAL.
020700*    ONE PASS OF LAB30.GLJ - DEBITS AND CREDITS OVERALL AND PER
020800*    EVENT TYPE. A LINE THAT IS NEITHER "D" NOR "C" CANNOT BE
020900*    FOOTED AND HOLDS THE JOURNAL ON ITS OWN.
021000*----------------------------------------------------------------
021100     OPEN INPUT journalFile.
021200     IF journalFileStatus NOT = "00"
021300         CLOSE journalFile
021400         GO TO 1000-FOOT-JOURNAL-EXIT
021500     END-IF.
021600     PERFORM FOREVER
021700         READ journalFile
021800             AT END
021900             EXIT PERFORM
022000         END-READ
022100         ADD 1 TO WS-ENTRY-COUNT
022200         PERFORM 1100-FOOT-ONE-LINE
022300             THRU 1100-FOOT-ONE-LINE-EXIT
022400     END-PERFORM.
022500     CLOSE journalFile.
022600 1000-FOOT-JOURNAL-EXIT.
022700     EXIT.
022800*----------------------------------------------------------------
022900 1100-FOOT-ONE-LINE.
023000*----------------------------------------------------------------
023100     MOVE ZERO TO WS-EVENT-HIT.
023200     PERFORM 1110-CHECK-ONE-EVENT
023300         THRU 1110-CHECK-ONE-EVENT-EXIT
023400         VARYING WS-EVENT-SUB FROM 1 BY 1
023500         UNTIL WS-EVENT-SUB > WS-EVENT-COUNT
023600         OR WS-EVENT-HIT NOT = ZERO.
023700     IF WS-EVENT-HIT = ZERO
023800         IF WS-EVENT-COUNT < 20
023900             ADD 1 TO WS-EVENT-COUNT
024000             MOVE WS-EVENT-COUNT TO WS-EVENT-HIT
024100             MOVE gljEventType TO WS-EVT-TYPE(WS-EVENT-HIT)
024200             MOVE ZERO TO WS-EVT-LINES(WS-EVENT-HIT)
024300             MOVE ZERO TO WS-EVT-DEBITS(WS-EVENT-HIT)
024400             MOVE ZERO TO WS-EVT-CREDITS(WS-EVENT-HIT)
024500         ELSE
024600             DISPLAY "WARNING - LAB30GL event table full, "
024700                 gljEventType " totals only in the grand total"
024800         END-IF
024900     END-IF.
025000
025100     EVALUATE gljSide
025200         WHEN "D"
025300             ADD gljAmount TO WS-DEBIT-TOTAL
025400             IF WS-EVENT-HIT NOT = ZERO
025500                 ADD gljAmount TO WS-EVT-DEBITS(WS-EVENT-HIT)
025600             END-IF
025700         WHEN "C"
025800             ADD gljAmount TO WS-CREDIT-TOTAL
025900             IF WS-EVENT-HIT NOT = ZERO
026000                 ADD gljAmount TO WS-EVT-CREDITS(WS-EVENT-HIT)
026100             END-IF
026200         WHEN OTHER
026300             ADD 1 TO WS-BAD-SIDE-COUNT
026400             DISPLAY "** LAB30.GLJ line " WS-ENTRY-COUNT
026500                 " has side '" gljSide "' - not D or C **"
026600     END-EVALUATE.
026700     IF WS-EVENT-HIT NOT = ZERO
026800         ADD 1 TO WS-EVT-LINES(WS-EVENT-HIT)
026900     END-IF.
027000 1100-FOOT-ONE-LINE-EXIT.
027100     EXIT.
027200*----------------------------------------------------------------
027300 1110-CHECK-ONE-EVENT.
027400*----------------------------------------------------------------
027500     IF gljEventType = WS-EVT-TYPE(WS-EVENT-SUB)
027600         MOVE WS-EVENT-SUB TO WS-EVENT-HIT
027700     END-IF.
027800 1110-CHECK-ONE-EVENT-EXIT.
027900     EXIT.
028000*----------------------------------------------------------------
028100 2000-PRINT-CONTROL-REPORT.
028200*    ONE LINE PER EVENT TYPE, THE GRAND TOTAL, AND THE VERDICT.
028300*----------------------------------------------------------------
028400     OPEN OUTPUT reportFile.
028500     MOVE WS-RUN-DATE TO WS-HDG-DATE.
028600     MOVE WS-REPORT-HEADING TO reportLine.
028700     WRITE reportLine.
028800     MOVE SPACES TO reportLine.
028900     WRITE reportLine.
029000     MOVE WS-REPORT-COLUMNS TO reportLine.
029100     WRITE reportLine.
029200     PERFORM 2100-PRINT-ONE-EVENT
029300         THRU 2100-PRINT-ONE-EVENT-EXIT
029400         VARYING WS-EVENT-SUB FROM 1 BY 1
029500         UNTIL WS-EVENT-SUB > WS-EVENT-COUNT.
029600
029700     MOVE "TOTAL"         TO WS-DTL-EVENT.
029800     MOVE WS-ENTRY-COUNT  TO WS-DTL-LINES.
029900     MOVE WS-DEBIT-TOTAL  TO WS-DTL-DEBITS.
030000     MOVE WS-CREDIT-TOTAL TO WS-DTL-CREDITS.
030100     MOVE WS-REPORT-DETAIL TO reportLine.
030200     WRITE reportLine.
030300     MOVE SPACES TO reportLine.
030400     WRITE reportLine.
030500
030600     IF JOURNAL-IN-BALANCE
030700         MOVE "JOURNAL IN BALANCE - EXTRACTED TO LAB30.GLX"
030800             TO WS-REPORT-VERDICT
030900     ELSE
031000         MOVE "** OUT OF BALANCE - JOURNAL HELD, NOT EXTRACTED **"
031100             TO WS-REPORT-VERDICT
031200     END-IF.
031300     MOVE WS-REPORT-VERDICT TO reportLine.
031400     WRITE reportLine.
031500     CLOSE reportFile.
031600 2000-PRINT-CONTROL-REPORT-EXIT.
031700     EXIT.
031800*----------------------------------------------------------------
031900 2100-PRINT-ONE-EVENT.
032000*----------------------------------------------------------------
032100     MOVE WS-EVT-TYPE(WS-EVENT-SUB)    TO WS-DTL-EVENT.
032200     MOVE WS-EVT-LINES(WS-EVENT-SUB)   TO WS-DTL-LINES.
032300     MOVE WS-EVT-DEBITS(WS-EVENT-SUB)  TO WS-DTL-DEBITS.
032400     MOVE WS-EVT-CREDITS(WS-EVENT-SUB) TO WS-DTL-CREDITS.
032500     MOVE WS-REPORT-DETAIL TO reportLine.
032600     WRITE reportLine.
032700 2100-PRINT-ONE-EVENT-EXIT.
032800     EXIT.
032900*----------------------------------------------------------------
033000 3000-WRITE-CONTROL-RECORD.
033100*    TONIGHT'S TOTALS FOR NITERCN, WRITTEN WHETHER OR NOT THE
033200*    JOURNAL BALANCED - NITERCN IS WHAT FAILS THE NIGHT.
033300*----------------------------------------------------------------
033400     OPEN OUTPUT controlFile.
033500     MOVE WS-RUN-DATE     TO glcRunDate.
033600     MOVE WS-ENTRY-COUNT  TO glcEntryCount.
033700     MOVE WS-DEBIT-TOTAL  TO glcDebitTotal.
033800     MOVE WS-CREDIT-TOTAL TO glcCreditTotal.
033900     MOVE WS-BAD-SIDE-COUNT TO glcBadLines.
034000     WRITE controlRecord.
034100     CLOSE controlFile.
034200 3000-WRITE-CONTROL-RECORD-EXIT.
034300     EXIT.
034400*----------------------------------------------------------------
034500 4000-EXTRACT-JOURNAL.
034600*    COPY THE JOURNAL ONTO THE FINANCE EXTRACT, THEN EMPTY IT
034700*    SO TOMORROW'S POSTINGS START A FRESH DAY. THE EXTRACT
034800*    APPENDS, CREATING ON FIRST USE.
034900*----------------------------------------------------------------
035000     OPEN EXTEND extractFile.
035100     IF extractFileStatus NOT = "00"
035200         OPEN OUTPUT extractFile
035300     END-IF.
035400     OPEN INPUT journalFile.
035500     PERFORM FOREVER
035600         READ journalFile
035700             AT END
035800             EXIT PERFORM
035900         END-READ
036000         MOVE journalRecord TO extractRecord
036100         WRITE extractRecord
036200         ADD 1 TO WS-EXTRACT-COUNT
036300     END-PERFORM.
036400     CLOSE journalFile.
036500     CLOSE extractFile.
036600
036700     OPEN OUTPUT journalFile.
036800     CLOSE journalFile.
036900 4000-EXTRACT-JOURNAL-EXIT.
037000     EXIT.
037100*----------------------------------------------------------------
037200 9100-RECORD-STEP-COMPLETE.
037300*    A CLEAN FINISH GOES ON THE RUN-STATUS FILE SO A RESTART
037400*    SUBMIT CAN SKIP THIS STEP.
037500*----------------------------------------------------------------
037600     SET RSTAT-RECORD-COMPLETE TO TRUE.
037700     MOVE FUNCTION CURRENT-DATE(1:8) TO RSTAT-BUSINESS-DATE.
037800     MOVE "LAB30GL" TO RSTAT-STEP-NAME.
037900     CALL "RUNSTAT" USING RSTAT-PARM.
038000 9100-RECORD-STEP-COMPLETE-EXIT.
038100     EXIT.
