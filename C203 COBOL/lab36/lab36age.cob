000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB36AGE.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  REGISTRAR - STUDENT ROSTER REPORTING.
000500 DATE-WRITTEN.  10/14/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/14/2026  DL  INITIAL VERSION. NIGHTLY AGING OF THE LAB36.ACT
001100*                 STUDENT ACCOUNT LEDGER. EACH STUDENT'S PAYMENTS
001200*                 ARE APPLIED TO THE OLDEST CHARGES FIRST AND WHAT
001300*                 IS LEFT OPEN IS AGED INTO THE SAME FIVE BUCKETS,
001400*                 ON THE SAME LAB30.PRM DAY THRESHOLDS, AS THE
001500*                 LOAN AGING IN LAB30. THE AGED RECEIVABLES REPORT
001600*                 GOES TO LAB36.AGR, AND EVERY STUDENT WITH MONEY
001700*                 OPEN PAST THE LAB36AGE.PRM HOLD BUCKET IS
001800*                 WRITTEN TO LAB36.HLD - THE BURSAR HOLD LIST
001900*                 LAB36TRN AND LAB36REG HONOR. LAB36.HLD IS
002000*                 REBUILT EVERY RUN, SO A HOLD LIFTS AS SOON AS
002100*                 THE STUDENT PAYS DOWN.
002200*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT OPTIONAL paramFile ASSIGN TO "LAB30.PRM"
002700         ORGANIZATION LINE SEQUENTIAL
002800         FILE STATUS IS paramFileStatus.
002900     SELECT OPTIONAL holdParamFile ASSIGN TO "LAB36AGE.PRM"
003000         ORGANIZATION LINE SEQUENTIAL
003100         FILE STATUS IS holdParamFileStatus.
003200     SELECT OPTIONAL accountFile ASSIGN TO "LAB36.ACT"
003300         ORGANIZATION LINE SEQUENTIAL
003400         FILE STATUS IS accountFileStatus.
003500     SELECT agingReportFile ASSIGN TO "LAB36.AGR"
003600         ORGANIZATION LINE SEQUENTIAL.
003700     SELECT holdFile ASSIGN TO "LAB36.HLD"
003800         ORGANIZATION LINE SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  paramFile.
004200 01  paramRecord.
004300     05  paramThreshold1         PIC 9(05).
004400     05  paramThreshold2         PIC 9(05).
004500     05  paramThreshold3         PIC 9(05).
004600     05  paramThreshold4         PIC 9(05).
004700 FD  holdParamFile.
004800 01  holdParamRecord.
004900     05  prmHoldBucket           PIC X(01).
005000 FD  accountFile.
005100 01  accountRecord.
005200     05  actStudentName          PIC A(20).
005300     05  actTerm                 PIC X(05).
005400     05  actType                 PIC X(01).
005500     05  actReference            PIC X(08).
005600     05  actDate                 PIC 9(08).
005700     05  actAmount               PIC 9(06)V99.
005800 FD  agingReportFile.
005900 01  agingReportRecord           PIC X(132).
006000 FD  holdFile.
006100 01  holdRecord.
006200     05  hldStudentName          PIC A(20).
006300     05  hldBalance              PIC 9(06)V99.
006400     05  hldBucket               PIC 9(01).
006500     05  hldDate                 PIC 9(08).
006600 WORKING-STORAGE SECTION.
006700*----------------------------------------------------------------
006800* FILE STATUS AND RUN COUNTS
006900*----------------------------------------------------------------
007000 01  paramFileStatus             PIC X(02).
007100 01  holdParamFileStatus         PIC X(02).
007200 01  accountFileStatus           PIC X(02).
007300 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
007400 01  WS-LEDGER-READ              PIC 9(05) COMP VALUE ZERO.
007500 01  WS-LINES-WRITTEN            PIC 9(05) COMP VALUE ZERO.
007600 01  WS-HOLDS-WRITTEN            PIC 9(05) COMP VALUE ZERO.
007700 01  WS-TODAY                    PIC 9(08).
007800 01  WS-TODAY-DAYS               PIC 9(08).
007900 01  WS-CHARGE-DAYS              PIC 9(08).
008000 01  WS-AGE-IN-DAYS              PIC S9(08).
008100*----------------------------------------------------------------
008200* AGING-BUCKET THRESHOLDS (DAYS) - SHARED WITH LAB30 VIA LAB30.PRM
008300*----------------------------------------------------------------
008400 01  WS-THRESHOLD-RECENT         PIC 9(05) VALUE 00030.
008500 01  WS-THRESHOLD-MID            PIC 9(05) VALUE 00365.
008600 01  WS-THRESHOLD-OLD            PIC 9(05) VALUE 01095.
008700 01  WS-THRESHOLD-HISTORY        PIC 9(05) VALUE 01825.
008800*----------------------------------------------------------------
008900* HOLD BUCKET - MONEY OPEN IN ANY BUCKET PAST THIS ONE PUTS THE
009000* STUDENT ON A BURSAR HOLD. LAB36AGE.PRM OVERRIDES THE DEFAULT.
009100*----------------------------------------------------------------
009200 01  WS-HOLD-BUCKET              PIC 9(01) VALUE 1.
009300*----------------------------------------------------------------
009400* STUDENT ACCOUNTS AND THE CHARGES BEHIND THEM
009500*----------------------------------------------------------------
009600 01  WS-STU-COUNT                PIC 9(03) COMP VALUE ZERO.
009700 01  WS-STU-SUB                  PIC 9(03) COMP.
009800 01  WS-STU-HIT                  PIC 9(03) COMP VALUE ZERO.
009900 01  WS-STU-TABLE.
010000     05  WS-STU-ENTRY OCCURS 200 TIMES.
010100         10  WS-STU-NAME         PIC A(20).
010200         10  WS-STU-CHARGED      PIC 9(07)V99.
010300         10  WS-STU-PAID         PIC 9(07)V99.
010400         10  WS-STU-UNAPPLIED    PIC 9(07)V99.
010500         10  WS-STU-OLDEST       PIC 9(01).
010600         10  WS-STU-BUCKET-AMT   PIC 9(07)V99 OCCURS 5 TIMES.
010700 01  WS-CHG-COUNT                PIC 9(04) COMP VALUE ZERO.
010800 01  WS-CHG-SUB                  PIC 9(04) COMP.
010900 01  WS-CHG-TABLE.
011000     05  WS-CHG-ENTRY OCCURS 2000 TIMES.
011100         10  WS-CHG-STUDENT      PIC 9(03) COMP.
011200         10  WS-CHG-DATE         PIC 9(08).
011300         10  WS-CHG-AMOUNT       PIC 9(06)V99.
011400 01  WS-SEARCH-NAME              PIC A(20).
011500 01  WS-APPLIED                  PIC 9(06)V99.
011600 01  WS-OPEN-AMOUNT              PIC 9(06)V99.
011700 01  WS-BUCKET                   PIC 9(01).
011800 01  WS-BUCKET-SUB               PIC 9(01).
011900 01  WS-BALANCE                  PIC S9(07)V99.
012000 01  WS-BUCKET-TOTALS.
012100     05  WS-BUCKET-TOTAL         PIC 9(08)V99 OCCURS 5 TIMES.
012200 01  WS-GRAND-BALANCE            PIC S9(08)V99 VALUE ZERO.
012300 01  WS-TABLE-FULL-SW            PIC X(01) VALUE "N".
012400     88  TABLE-IS-FULL                   VALUE "Y".
012500*----------------------------------------------------------------
012600* REPORT LINE LAYOUTS
012700*----------------------------------------------------------------
012800 01  WS-TITLE-LINE.
012900     05  FILLER                  PIC X(37)
013000         VALUE "STUDENT ACCOUNTS AGED RECEIVABLES AS ".
013100     05  FILLER                  PIC X(03) VALUE "OF ".
013200     05  WS-TL-DATE              PIC 9(08).
013300     05  FILLER                  PIC X(20)
013400         VALUE "   HOLD PAST BUCKET ".
013500     05  WS-TL-HOLD-BUCKET       PIC 9(01).
013600 01  WS-HEADING-LINE.
013700     05  FILLER                  PIC X(21) VALUE "STUDENT".
013800     05  FILLER                  PIC X(15)
013900         VALUE "      0-30 DAYS".
014000     05  FILLER                  PIC X(15)
014100         VALUE "    31-365 DAYS".
014200     05  FILLER                  PIC X(15)
014300         VALUE "  366-1095 DAYS".
014400     05  FILLER                  PIC X(15)
014500         VALUE " 1096-1825 DAYS".
014600     05  FILLER                  PIC X(15)
014700         VALUE " OVER 1825 DAYS".
014800     05  FILLER                  PIC X(15)
014900         VALUE "        BALANCE".
015000 01  WS-DETAIL-LINE.
015100     05  WS-DL-NAME              PIC A(20).
015200     05  FILLER                  PIC X(01) VALUE SPACE.
015300     05  WS-DL-BUCKET            PIC ZZZZ,ZZZ,ZZ9.99
015400                                 OCCURS 5 TIMES.
015500     05  WS-DL-BALANCE           PIC ----,---,--9.99.
015600     05  FILLER                  PIC X(01) VALUE SPACE.
015700     05  WS-DL-FLAG              PIC X(06).
015800 01  WS-TOTAL-LINE.
015900     05  FILLER                  PIC X(21) VALUE "TOTALS".
016000     05  WS-TOT-BUCKET           PIC ZZZZ,ZZZ,ZZ9.99
016100                                 OCCURS 5 TIMES.
016200     05  WS-TOT-BALANCE          PIC ----,---,--9.99.
016300 01  WS-HOLD-COUNT-LINE.
016400     05  WS-HC-COUNT             PIC ZZZZ9.
016500     05  FILLER                  PIC X(40)
016600         VALUE " STUDENT(S) PLACED ON HOLD IN LAB36.HLD".
016700*----------------------------------------------------------------
016800* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
016900*----------------------------------------------------------------
017000 COPY "auditparm.cpy".
017100*----------------------------------------------------------------
017200* CALL INTERFACE TO THE SHARED RUN-STATUS SUBPROGRAM
017300*----------------------------------------------------------------
017400 COPY "rstparm.cpy".
017500 PROCEDURE DIVISION.
017600*----------------------------------------------------------------
017700 0000-MAINLINE.
017800*----------------------------------------------------------------
017900     PERFORM 0100-CHECK-STEP-RESTART
018000         THRU 0100-CHECK-STEP-RESTART-EXIT.
018100     MOVE "LAB36AGE" TO AUDIT-PROGRAM-NAME.
018200     MOVE SPACES TO AUDIT-USER-ID.
018300     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
018400     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
018500     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
018600     COMPUTE WS-TODAY-DAYS = FUNCTION INTEGER-OF-DATE(WS-TODAY).
018700     INITIALIZE WS-BUCKET-TOTALS.
018800
018900     PERFORM 1000-GET-AGING-THRESHOLDS
019000         THRU 1000-GET-AGING-THRESHOLDS-EXIT.
019100     PERFORM 1100-GET-HOLD-BUCKET
019200         THRU 1100-GET-HOLD-BUCKET-EXIT.
019300     PERFORM 1200-LOAD-LEDGER
019400         THRU 1200-LOAD-LEDGER-EXIT.
019500     IF TABLE-IS-FULL
019600         MOVE 8 TO WS-FINAL-RETURN-CODE
019700         GO TO 0000-WRAP-UP
019800     END-IF.
019900
020000     PERFORM 2000-APPLY-ONE-CHARGE
020100         THRU 2000-APPLY-ONE-CHARGE-EXIT
020200         VARYING WS-CHG-SUB FROM 1 BY 1
020300         UNTIL WS-CHG-SUB > WS-CHG-COUNT.
020400
020500     OPEN OUTPUT agingReportFile.
020600     OPEN OUTPUT holdFile.
020700     MOVE WS-TODAY TO WS-TL-DATE.
020800     MOVE WS-HOLD-BUCKET TO WS-TL-HOLD-BUCKET.
020900     WRITE agingReportRecord FROM WS-TITLE-LINE.
021000     MOVE SPACES TO agingReportRecord.
021100     WRITE agingReportRecord.
021200     WRITE agingReportRecord FROM WS-HEADING-LINE.
021300     ADD 3 TO WS-LINES-WRITTEN.
021400     PERFORM 3000-REPORT-ONE-STUDENT
021500         THRU 3000-REPORT-ONE-STUDENT-EXIT
021600         VARYING WS-STU-SUB FROM 1 BY 1
021700         UNTIL WS-STU-SUB > WS-STU-COUNT.
021800     PERFORM 4000-WRITE-TOTALS
021900         THRU 4000-WRITE-TOTALS-EXIT.
022000     CLOSE agingReportFile.
022100     CLOSE holdFile.
022200     DISPLAY WS-STU-COUNT " student account(s) aged to "
022300         "LAB36.AGR, " WS-HOLDS-WRITTEN " on hold in LAB36.HLD".
022400
022500 0000-WRAP-UP.
022600     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
022700     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
022800     MOVE WS-LEDGER-READ TO AUDIT-RECORDS-READ.
022900     MOVE WS-LINES-WRITTEN TO AUDIT-RECORDS-WRITTEN.
023000     CALL "AUDITLOG" USING AUDIT-PARM.
023100     IF WS-FINAL-RETURN-CODE = ZERO
023200         PERFORM 9100-RECORD-STEP-COMPLETE
023300             THRU 9100-RECORD-STEP-COMPLETE-EXIT
023400     END-IF.
023500*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
023600     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
023700     STOP RUN.
023800*----------------------------------------------------------------
023900 0100-CHECK-STEP-RESTART.
024000*    ON A RESTART SUBMIT (NITEBTCH.RST NAMES TODAY) A STEP THAT
024100*    ALREADY COMPLETED TONIGHT SKIPS ITSELF, SO THE CHAIN
024200*    RESUMES AT THE FIRST INCOMPLETE STEP INSTEAD OF REDOING
024300*    FINISHED WORK. A NORMAL SUBMIT NEVER SKIPS.
024400*----------------------------------------------------------------
024500     SET RSTAT-SHOULD-SKIP TO TRUE.
024600     MOVE FUNCTION CURRENT-DATE(1:8) TO RSTAT-BUSINESS-DATE.
024700     MOVE "LAB36AGE" TO RSTAT-STEP-NAME.
024800     CALL "RUNSTAT" USING RSTAT-PARM.
024900     IF RSTAT-STEP-DONE
025000         DISPLAY "LAB36AGE already complete for "
025100             RSTAT-BUSINESS-DATE " - restart skip"
025200         STOP RUN
025300     END-IF.
025400 0100-CHECK-STEP-RESTART-EXIT.
025500     EXIT.
025600*----------------------------------------------------------------
025700 1000-GET-AGING-THRESHOLDS.
025800*    THE SAME LAB30.PRM CONTROL RECORD THAT SETS THE LOAN AGING
025900*    BREAKPOINTS SETS THESE, SO BOTH RECEIVABLES AGE ALIKE.
026000*----------------------------------------------------------------
026100     OPEN INPUT paramFile.
026200     IF paramFileStatus = "00"
026300         READ paramFile
026400             AT END
026500                 CONTINUE
026600             NOT AT END
026700                 MOVE paramThreshold1 TO WS-THRESHOLD-RECENT
026800                 MOVE paramThreshold2 TO WS-THRESHOLD-MID
026900                 MOVE paramThreshold3 TO WS-THRESHOLD-OLD
027000                 MOVE paramThreshold4 TO WS-THRESHOLD-HISTORY
027100                 DISPLAY "Aging thresholds read from LAB30.PRM"
027200         END-READ
027300     END-IF.
027400     CLOSE paramFile.
027500 1000-GET-AGING-THRESHOLDS-EXIT.
027600     EXIT.
027700*----------------------------------------------------------------
027800 1100-GET-HOLD-BUCKET.
027900*    LAB36AGE.PRM, WHEN PRESENT, NAMES THE LAST BUCKET (1-4) A
028000*    STUDENT MAY CARRY MONEY IN WITHOUT A HOLD. ANYTHING ELSE ON
028100*    THE RECORD LEAVES THE DEFAULT OF BUCKET 1 (0-30 DAYS).
028200*----------------------------------------------------------------
028300     OPEN INPUT holdParamFile.
028400     IF holdParamFileStatus = "00"
028500         READ holdParamFile
028600             AT END
028700                 CONTINUE
028800             NOT AT END
028900                 IF prmHoldBucket >= "1" AND prmHoldBucket <= "4"
029000                     MOVE prmHoldBucket TO WS-HOLD-BUCKET
029100                     DISPLAY "Hold bucket read from LAB36AGE.PRM"
029200                 ELSE
029300                     DISPLAY "** LAB36AGE.PRM HOLD BUCKET "
029400                         prmHoldBucket " IS NOT 1-4 - DEFAULT "
029500                         "USED **"
029600                 END-IF
029700         END-READ
029800     END-IF.
029900     CLOSE holdParamFile.
030000 1100-GET-HOLD-BUCKET-EXIT.
030100     EXIT.
030200*----------------------------------------------------------------
030300 1200-LOAD-LEDGER.
030400*    CHARGES ARE HELD IN LEDGER ORDER - THE ORDER THEY WERE
030500*    BILLED - SO PAYMENTS CAN BE APPLIED OLDEST FIRST. PAYMENTS
030600*    ONLY NEED TOTALLING PER STUDENT.
030700*----------------------------------------------------------------
030800     OPEN INPUT accountFile.
030900     IF accountFileStatus NOT = "00"
031000         DISPLAY "No LAB36.ACT student ledger on file"
031100         CLOSE accountFile
031200         GO TO 1200-LOAD-LEDGER-EXIT
031300     END-IF.
031400     PERFORM FOREVER
031500         READ accountFile
031600             AT END
031700             EXIT PERFORM
031800         END-READ
031900         ADD 1 TO WS-LEDGER-READ
032000         PERFORM 1300-LOAD-ONE-ENTRY
032100             THRU 1300-LOAD-ONE-ENTRY-EXIT
032200         IF TABLE-IS-FULL
032300             EXIT PERFORM
032400         END-IF
032500     END-PERFORM.
032600     CLOSE accountFile.
032700 1200-LOAD-LEDGER-EXIT.
032800     EXIT.
032900*----------------------------------------------------------------
033000 1300-LOAD-ONE-ENTRY.
033100*----------------------------------------------------------------
033200     MOVE actStudentName TO WS-SEARCH-NAME.
033300     PERFORM 1400-FIND-STUDENT
033400         THRU 1400-FIND-STUDENT-EXIT.
033500     IF WS-STU-HIT = ZERO
033600         IF WS-STU-COUNT >= 200
033700             DISPLAY "** MORE THAN 200 STUDENT ACCOUNTS ON "
033800                 "LAB36.ACT - NOTHING AGED **"
033900             SET TABLE-IS-FULL TO TRUE
034000             GO TO 1300-LOAD-ONE-ENTRY-EXIT
034100         END-IF
034200         ADD 1 TO WS-STU-COUNT
034300         MOVE WS-STU-COUNT TO WS-STU-HIT
034400         INITIALIZE WS-STU-ENTRY(WS-STU-HIT)
034500         MOVE actStudentName TO WS-STU-NAME(WS-STU-HIT)
034600     END-IF.
034700     IF actType = "C"
034800         IF WS-CHG-COUNT >= 2000
034900             DISPLAY "** MORE THAN 2000 CHARGES ON LAB36.ACT - "
035000                 "NOTHING AGED **"
035100             SET TABLE-IS-FULL TO TRUE
035200             GO TO 1300-LOAD-ONE-ENTRY-EXIT
035300         END-IF
035400         ADD 1 TO WS-CHG-COUNT
035500         MOVE WS-STU-HIT TO WS-CHG-STUDENT(WS-CHG-COUNT)
035600         MOVE actDate    TO WS-CHG-DATE(WS-CHG-COUNT)
035700         MOVE actAmount  TO WS-CHG-AMOUNT(WS-CHG-COUNT)
035800         ADD actAmount TO WS-STU-CHARGED(WS-STU-HIT)
035900     ELSE
036000         ADD actAmount TO WS-STU-PAID(WS-STU-HIT)
036100         ADD actAmount TO WS-STU-UNAPPLIED(WS-STU-HIT)
036200     END-IF.
036300 1300-LOAD-ONE-ENTRY-EXIT.
036400     EXIT.
036500*----------------------------------------------------------------
036600 1400-FIND-STUDENT.
036700*----------------------------------------------------------------
036800     MOVE ZERO TO WS-STU-HIT.
036900     PERFORM 1410-CHECK-ONE-STUDENT
037000         THRU 1410-CHECK-ONE-STUDENT-EXIT
037100         VARYING WS-STU-SUB FROM 1 BY 1
037200         UNTIL WS-STU-SUB > WS-STU-COUNT
037300         OR WS-STU-HIT NOT = ZERO.
037400 1400-FIND-STUDENT-EXIT.
037500     EXIT.
037600*----------------------------------------------------------------
037700 1410-CHECK-ONE-STUDENT.
037800*----------------------------------------------------------------
037900     IF WS-STU-NAME(WS-STU-SUB) = WS-SEARCH-NAME
038000         MOVE WS-STU-SUB TO WS-STU-HIT
038100     END-IF.
038200 1410-CHECK-ONE-STUDENT-EXIT.
038300     EXIT.
038400*----------------------------------------------------------------
038500 2000-APPLY-ONE-CHARGE.
038600*    THE STUDENT'S UNAPPLIED PAYMENTS CLEAR THIS CHARGE FIRST;
038700*    WHATEVER IS LEFT OPEN IS AGED FROM THE CHARGE DATE INTO THE
038800*    LAB30 BUCKETS. THE STUDENT'S OLDEST OPEN BUCKET DRIVES THE
038900*    HOLD DECISION.
039000*----------------------------------------------------------------
039100     MOVE WS-CHG-STUDENT(WS-CHG-SUB) TO WS-STU-HIT.
039200     IF WS-STU-UNAPPLIED(WS-STU-HIT) >= WS-CHG-AMOUNT(WS-CHG-SUB)
039300         MOVE WS-CHG-AMOUNT(WS-CHG-SUB) TO WS-APPLIED
039400     ELSE
039500         MOVE WS-STU-UNAPPLIED(WS-STU-HIT) TO WS-APPLIED
039600     END-IF.
039700     SUBTRACT WS-APPLIED FROM WS-STU-UNAPPLIED(WS-STU-HIT).
039800     COMPUTE WS-OPEN-AMOUNT =
039900         WS-CHG-AMOUNT(WS-CHG-SUB) - WS-APPLIED.
040000     IF WS-OPEN-AMOUNT = ZERO
040100         GO TO 2000-APPLY-ONE-CHARGE-EXIT
040200     END-IF.
040300
040400     COMPUTE WS-CHARGE-DAYS =
040500         FUNCTION INTEGER-OF-DATE(WS-CHG-DATE(WS-CHG-SUB)).
040600     COMPUTE WS-AGE-IN-DAYS = WS-TODAY-DAYS - WS-CHARGE-DAYS.
040700     EVALUATE TRUE
040800         WHEN WS-AGE-IN-DAYS <= WS-THRESHOLD-RECENT
040900             MOVE 1 TO WS-BUCKET
041000         WHEN WS-AGE-IN-DAYS <= WS-THRESHOLD-MID
041100             MOVE 2 TO WS-BUCKET
041200         WHEN WS-AGE-IN-DAYS <= WS-THRESHOLD-OLD
041300             MOVE 3 TO WS-BUCKET
041400         WHEN WS-AGE-IN-DAYS <= WS-THRESHOLD-HISTORY
041500             MOVE 4 TO WS-BUCKET
041600         WHEN OTHER
041700             MOVE 5 TO WS-BUCKET
041800     END-EVALUATE.
041900     ADD WS-OPEN-AMOUNT
042000         TO WS-STU-BUCKET-AMT(WS-STU-HIT, WS-BUCKET).
042100     IF WS-BUCKET > WS-STU-OLDEST(WS-STU-HIT)
042200         MOVE WS-BUCKET TO WS-STU-OLDEST(WS-STU-HIT)
042300     END-IF.
042400 2000-APPLY-ONE-CHARGE-EXIT.
042500     EXIT.
042600*----------------------------------------------------------------
042700 3000-REPORT-ONE-STUDENT.
042800*    ONE STUDENT'S AGED LINE. A STUDENT WITH A BALANCE AND MONEY
042900*    OPEN PAST THE HOLD BUCKET GOES ON LAB36.HLD. A PAID-AHEAD
043000*    STUDENT SHOWS A NEGATIVE (CREDIT) BALANCE.
043100*----------------------------------------------------------------
043200     COMPUTE WS-BALANCE =
043300         WS-STU-CHARGED(WS-STU-SUB) - WS-STU-PAID(WS-STU-SUB).
043400     MOVE WS-STU-NAME(WS-STU-SUB) TO WS-DL-NAME.
043500     PERFORM 3100-MOVE-ONE-BUCKET
043600         THRU 3100-MOVE-ONE-BUCKET-EXIT
043700         VARYING WS-BUCKET-SUB FROM 1 BY 1
043800         UNTIL WS-BUCKET-SUB > 5.
043900     MOVE WS-BALANCE TO WS-DL-BALANCE.
044000     ADD WS-BALANCE TO WS-GRAND-BALANCE.
044100     MOVE SPACES TO WS-DL-FLAG.
044200     IF WS-BALANCE < ZERO
044300         MOVE "CREDIT" TO WS-DL-FLAG
044400     END-IF.
044500     IF WS-BALANCE > ZERO
044600         AND WS-STU-OLDEST(WS-STU-SUB) > WS-HOLD-BUCKET
044700         MOVE "HOLD" TO WS-DL-FLAG
044800         MOVE WS-STU-NAME(WS-STU-SUB)   TO hldStudentName
044900         MOVE WS-BALANCE                TO hldBalance
045000         MOVE WS-STU-OLDEST(WS-STU-SUB) TO hldBucket
045100         MOVE WS-TODAY                  TO hldDate
045200         WRITE holdRecord
045300         ADD 1 TO WS-HOLDS-WRITTEN
045400     END-IF.
045500     WRITE agingReportRecord FROM WS-DETAIL-LINE.
045600     ADD 1 TO WS-LINES-WRITTEN.
045700 3000-REPORT-ONE-STUDENT-EXIT.
045800     EXIT.
045900*----------------------------------------------------------------
046000 3100-MOVE-ONE-BUCKET.
046100*----------------------------------------------------------------
046200     MOVE WS-STU-BUCKET-AMT(WS-STU-SUB, WS-BUCKET-SUB)
046300         TO WS-DL-BUCKET(WS-BUCKET-SUB).
046400     ADD WS-STU-BUCKET-AMT(WS-STU-SUB, WS-BUCKET-SUB)
046500         TO WS-BUCKET-TOTAL(WS-BUCKET-SUB).
046600 3100-MOVE-ONE-BUCKET-EXIT.
046700     EXIT.
046800*----------------------------------------------------------------
046900 4000-WRITE-TOTALS.
047000*----------------------------------------------------------------
047100     PERFORM 4100-MOVE-ONE-TOTAL
047200         THRU 4100-MOVE-ONE-TOTAL-EXIT
047300         VARYING WS-BUCKET-SUB FROM 1 BY 1
047400         UNTIL WS-BUCKET-SUB > 5.
047500     MOVE WS-GRAND-BALANCE TO WS-TOT-BALANCE.
047600     MOVE SPACES TO agingReportRecord.
047700     WRITE agingReportRecord.
047800     WRITE agingReportRecord FROM WS-TOTAL-LINE.
047900     MOVE WS-HOLDS-WRITTEN TO WS-HC-COUNT.
048000     WRITE agingReportRecord FROM WS-HOLD-COUNT-LINE.
048100     ADD 3 TO WS-LINES-WRITTEN.
048200 4000-WRITE-TOTALS-EXIT.
048300     EXIT.
048400*----------------------------------------------------------------
048500 4100-MOVE-ONE-TOTAL.
048600*----------------------------------------------------------------
048700     MOVE WS-BUCKET-TOTAL(WS-BUCKET-SUB)
048800         TO WS-TOT-BUCKET(WS-BUCKET-SUB).
048900 4100-MOVE-ONE-TOTAL-EXIT.
049000     EXIT.
049100*----------------------------------------------------------------
049200 9100-RECORD-STEP-COMPLETE.
049300*    A CLEAN FINISH GOES ON THE RUN-STATUS FILE SO A RESTART
049400*    SUBMIT CAN SKIP THIS STEP.
049500*----------------------------------------------------------------
049600     SET RSTAT-RECORD-COMPLETE TO TRUE.
049700     MOVE FUNCTION CURRENT-DATE(1:8) TO RSTAT-BUSINESS-DATE.
049800     MOVE "LAB36AGE" TO RSTAT-STEP-NAME.
049900     CALL "RUNSTAT" USING RSTAT-PARM.
050000 9100-RECORD-STEP-COMPLETE-EXIT.
050100     EXIT.
