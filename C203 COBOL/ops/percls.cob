000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PERCLS.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  SHOP-WIDE - OPERATIONS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026  DL  INITIAL VERSION. FISCAL.CAL SAYS WHERE EACH
001100*                 PERIOD STARTS AND ENDS, BUT NOTHING STOPPED A
001200*                 BACK-DATED PAYMENT OR RECEIPT FROM LANDING IN A
001300*                 PERIOD FINANCE HAD ALREADY REPORTED. THIS
001400*                 PROGRAM OWNS THE FISCAL.STA PERIOD-STATUS FILE:
001500*                 A LEVEL-3 OPERATOR (PER OPERATOR.MST, SIGNED ON
001600*                 THROUGH THE MENU'S OPERATOR.CUR) STARTS A
001700*                 PERIOD'S CLOSE (OPEN TO CLOSING), CLOSES IT, OR
001800*                 REOPENS IT. FISCPER HANDS THE STATUS TO EVERY
001900*                 POSTING PROGRAM, WHICH REFUSES A TRANSACTION
002000*                 DATED INTO A CLOSED PERIOD. STARTING OR
002100*                 FINISHING A CLOSE PRINTS THE FISCAL.CKL CLOSE
002200*                 CHECKLIST - THE LAB30.PND CHARGE-OFFS AND
002300*                 LAB25.PEN REQUISITIONS STILL WAITING ON A
002400*                 SIGN-OFF.
002410* 10/15/2026  DL  LAB30.PND AND LAB25.PEN RECORDS NOW END WITH THE
002420*                 OPERATOR WHO CREATED THE ITEM - BOTH LAYOUTS
002430*                 CARRY THE NEW FIELD.
002447* 10/15/2026  DL  EVERY STATUS MOVE NOW ALSO GOES TO CHANGE.LOG
002465*                 THROUGH CHGLOG - THE PERIOD BEFORE AND AFTER,
002482*                 KEYED BY YYYYPP.
002500*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OPTIONAL calendarFile ASSIGN TO "FISCAL.CAL"
003000         ORGANIZATION LINE SEQUENTIAL
003100         FILE STATUS IS calendarFileStatus.
003200     SELECT OPTIONAL statusFile ASSIGN TO "FISCAL.STA"
003300         ORGANIZATION LINE SEQUENTIAL
003400         FILE STATUS IS statusFileStatus.
003500     SELECT OPTIONAL loanPendFile ASSIGN TO "LAB30.PND"
003600         ORGANIZATION LINE SEQUENTIAL
003700         FILE STATUS IS loanPendFileStatus.
003800     SELECT OPTIONAL reqPendFile ASSIGN TO "LAB25.PEN"
003900         ORGANIZATION LINE SEQUENTIAL
004000         FILE STATUS IS reqPendFileStatus.
004100     SELECT checklistFile ASSIGN TO "FISCAL.CKL"
004200         ORGANIZATION LINE SEQUENTIAL
004300         FILE STATUS IS checklistFileStatus.
004400     SELECT OPTIONAL operatorCurrent ASSIGN TO "OPERATOR.CUR"
004500         ORGANIZATION LINE SEQUENTIAL
004600         FILE STATUS IS operatorCurrentStatus.
004700     SELECT operatorMaster ASSIGN TO "OPERATOR.MST"
004800         ORGANIZATION LINE SEQUENTIAL
004900         FILE STATUS IS operatorMasterStatus.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  calendarFile.
005300 01  calendarRecord.
005400     05  calPeriodNumber         PIC 9(02).
005500     05  calStartDate            PIC 9(08).
005600     05  calEndDate              PIC 9(08).
005700     05  calFiscalYear           PIC 9(04).
005800 FD  statusFile.
005900 01  statusRecord.
006000     05  stsFiscalYear           PIC 9(04).
006100     05  stsPeriodNumber         PIC 9(02).
006200     05  stsPeriodStatus         PIC X(01).
006300     05  stsChangedDate          PIC 9(08).
006400     05  stsOperatorId           PIC X(08).
006500 FD  loanPendFile.
006600 01  loanPendDetails.
006700     05  lpnFacultyNumber        PIC 9(03).
006800     05  lpnName                 PIC A(17).
006900     05  lpnLoanId               PIC 9(03).
007000     05  FILLER                  PIC X(01).
007100     05  lpnLoanDate             PIC X(08).
007200     05  FILLER                  PIC X(01).
007300     05  lpnAmount               PIC X(07).
007400     05  lpnCandidateDate        PIC 9(08).
007450     05  lpnCreatedBy            PIC X(08).
007500 FD  reqPendFile.
007600 01  reqPendDetails.
007700     05  rpnReqNumber            PIC 9(05).
007800     05  FILLER                  PIC X(01).
007900     05  rpnDate                 PIC 9(08).
008000     05  FILLER                  PIC X(01).
008100     05  rpnPartNumber           PIC X(06).
008200     05  FILLER                  PIC X(01).
008300     05  rpnQty                  PIC 9(05).
008400     05  FILLER                  PIC X(27).
008500     05  rpnVendor               PIC X(04).
008600     05  rpnValue                PIC X(10).
008650     05  rpnCreatedBy            PIC X(08).
008700 FD  checklistFile.
008800 01  checklistRecord             PIC X(80).
008900 FD  operatorCurrent.
009000 01  operatorCurrentRecord.
009100     05  curOperatorId           PIC X(08).
009200 FD  operatorMaster.
009300 01  operatorMasterRecord.
009400     05  mstOperatorId           PIC X(08).
009500     05  mstOperatorName         PIC X(20).
009600     05  mstAuthLevel            PIC 9(01).
009700 WORKING-STORAGE SECTION.
009800*----------------------------------------------------------------
009900* FILE STATUS AND RUN SWITCHES
010000*----------------------------------------------------------------
010100 01  calendarFileStatus          PIC X(02).
010200 01  statusFileStatus            PIC X(02).
010300 01  loanPendFileStatus          PIC X(02).
010400 01  reqPendFileStatus           PIC X(02).
010500 01  checklistFileStatus         PIC X(02).
010600 01  operatorCurrentStatus       PIC X(02).
010700 01  operatorMasterStatus        PIC X(02).
010800 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
010900 01  WS-AUTHORIZED-SW            PIC X(01) VALUE "N".
011000     88  OPERATOR-AUTHORIZED             VALUE "Y".
011100     88  OPERATOR-NOT-AUTHORIZED         VALUE "N".
011200 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
011300 01  WS-OPERATOR-LEVEL           PIC 9(01) VALUE ZERO.
011400 01  WS-CHANGED-SW               PIC X(01) VALUE "N".
011500     88  FILE-CHANGED                    VALUE "Y".
011600     88  FILE-UNCHANGED                  VALUE "N".
011700 01  WS-ACTION-ENTRY             PIC X(01).
011800 01  WS-CONFIRM-ENTRY            PIC X(01).
011900 01  WS-DONE-SW                  PIC X(01) VALUE "N".
012000     88  OPERATOR-DONE                   VALUE "Y".
012100     88  OPERATOR-NOT-DONE               VALUE "N".
012200 01  WS-CHANGE-COUNT             PIC 9(03) COMP VALUE ZERO.
012300 01  WS-TODAY                    PIC 9(08).
012400*----------------------------------------------------------------
012500* THE FISCAL CALENDAR WITH EACH PERIOD'S CLOSE STATUS LAID OVER
012600* IT FROM FISCAL.STA - HELD WHOLE FOR THE REWRITE
012700*----------------------------------------------------------------
012800 01  WS-PER-COUNT                PIC 9(03) COMP VALUE ZERO.
012900 01  WS-PER-SUB                  PIC 9(03) COMP.
013000 01  WS-PER-HIT                  PIC 9(03) COMP VALUE ZERO.
013100 01  WS-PER-TABLE.
013200     05  WS-PER-ENTRY OCCURS 60 TIMES.
013300         10  WS-PER-YEAR         PIC 9(04).
013400         10  WS-PER-PERIOD       PIC 9(02).
013500         10  WS-PER-START        PIC 9(08).
013600         10  WS-PER-END          PIC 9(08).
013700         10  WS-PER-STATUS       PIC X(01).
013800             88  PER-OPEN                VALUE "O".
013900             88  PER-CLOSING             VALUE "C".
014000             88  PER-CLOSED              VALUE "X".
014100         10  WS-PER-CHANGED      PIC 9(08).
014200         10  WS-PER-OPERATOR     PIC X(08).
014300 01  WS-PER-OVERFLOW-SW          PIC X(01) VALUE "N".
014400     88  CALENDAR-OVERFLOWED             VALUE "Y".
014500 01  WS-STATUS-NAME              PIC X(07).
014600 01  WS-ORDER-SW                 PIC X(01).
014700     88  ORDER-OK                        VALUE "Y".
014800     88  ORDER-BROKEN                    VALUE "N".
014900 01  WS-ORDER-HIT                PIC 9(03) COMP.
015000*----------------------------------------------------------------
015100* OPERATOR ENTRY - THE PERIOD AS FISCAL YEAR AND PERIOD NUMBER
015200*----------------------------------------------------------------
015300 01  WS-ENTRY-PERIOD             PIC X(06).
015400 01  WS-ENTRY-PERIOD-R REDEFINES WS-ENTRY-PERIOD.
015500     05  WS-ENTRY-YEAR           PIC 9(04).
015600     05  WS-ENTRY-NUMBER         PIC 9(02).
015700 01  WS-ACTION-TEXT              PIC X(07).
015800*----------------------------------------------------------------
015900* CLOSE CHECKLIST COUNTS AND PRINT LINES
016000*----------------------------------------------------------------
016100 01  WS-LPN-COUNT                PIC 9(05) COMP VALUE ZERO.
016200 01  WS-LPN-LATER                PIC 9(05) COMP VALUE ZERO.
016300 01  WS-RPN-COUNT                PIC 9(05) COMP VALUE ZERO.
016400 01  WS-RPN-LATER                PIC 9(05) COMP VALUE ZERO.
016500 01  WS-OUTSTANDING              PIC 9(05) COMP VALUE ZERO.
016600 01  WS-COUNT-DISPLAY            PIC ZZZZ9.
016700 01  WS-CKL-HEAD-1.
016800     05  FILLER                  PIC X(32)
016900         VALUE "PERIOD CLOSE CHECKLIST - FISCAL ".
017000     05  WS-CH1-YEAR             PIC 9(04).
017100     05  FILLER                  PIC X(08) VALUE " PERIOD ".
017200     05  WS-CH1-PERIOD           PIC 9(02).
017300     05  FILLER                  PIC X(02) VALUE SPACES.
017400     05  WS-CH1-START            PIC 9(08).
017500     05  FILLER                  PIC X(03) VALUE " - ".
017600     05  WS-CH1-END              PIC 9(08).
017700 01  WS-CKL-HEAD-2.
017800     05  FILLER                  PIC X(08) VALUE "STATUS: ".
017900     05  WS-CH2-STATUS           PIC X(07).
018000     05  FILLER                  PIC X(04) VALUE " BY ".
018100     05  WS-CH2-OPERATOR         PIC X(08).
018200     05  FILLER                  PIC X(04) VALUE " ON ".
018300     05  WS-CH2-DATE             PIC 9(08).
018400 01  WS-LPN-LINE.
018500     05  FILLER                  PIC X(02) VALUE SPACES.
018600     05  WS-LPL-FACULTY          PIC 9(03).
018700     05  FILLER                  PIC X(02) VALUE SPACES.
018800     05  WS-LPL-LOAN-ID          PIC 9(03).
018900     05  FILLER                  PIC X(02) VALUE SPACES.
019000     05  WS-LPL-NAME             PIC A(17).
019100     05  FILLER                  PIC X(02) VALUE SPACES.
019200     05  WS-LPL-LOAN-DATE        PIC X(08).
019300     05  FILLER                  PIC X(02) VALUE SPACES.
019400     05  WS-LPL-AMOUNT           PIC X(07).
019500     05  FILLER                  PIC X(02) VALUE SPACES.
019600     05  WS-LPL-QUEUED           PIC 9(08).
019700 01  WS-RPN-LINE.
019800     05  FILLER                  PIC X(02) VALUE SPACES.
019900     05  WS-RPL-REQ              PIC 9(05).
020000     05  FILLER                  PIC X(02) VALUE SPACES.
020100     05  WS-RPL-DATE             PIC 9(08).
020200     05  FILLER                  PIC X(02) VALUE SPACES.
020300     05  WS-RPL-PART             PIC X(06).
020400     05  FILLER                  PIC X(02) VALUE SPACES.
020500     05  WS-RPL-QTY              PIC 9(05).
020600     05  FILLER                  PIC X(02) VALUE SPACES.
020700     05  WS-RPL-VENDOR           PIC X(04).
020800     05  FILLER                  PIC X(04) VALUE SPACES.
020900     05  WS-RPL-VALUE            PIC X(10).
021000 01  WS-CKL-COUNT-LINE.
021100     05  FILLER                  PIC X(02) VALUE SPACES.
021200     05  WS-CCL-COUNT            PIC ZZZZ9.
021300     05  WS-CCL-TEXT             PIC X(60).
021400*----------------------------------------------------------------
021500* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
021600*----------------------------------------------------------------
021700 COPY "auditparm.cpy".
021720*----------------------------------------------------------------
021740* CALL INTERFACE TO THE SHARED CHANGE-HISTORY SUBPROGRAM
021760*----------------------------------------------------------------
021780 COPY "chgparm.cpy".
021800 PROCEDURE DIVISION.
021900*----------------------------------------------------------------
022000 0000-MAINLINE.
022100*----------------------------------------------------------------
022200     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
022300
022400     PERFORM 1200-CHECK-AUTHORIZATION
022500         THRU 1200-CHECK-AUTHORIZATION-EXIT.
022600     IF OPERATOR-NOT-AUTHORIZED
022700         MOVE 8 TO WS-FINAL-RETURN-CODE
022800         GO TO 0000-WRAP-UP
022900     END-IF.
023000     PERFORM 1300-LOAD-CALENDAR
023100         THRU 1300-LOAD-CALENDAR-EXIT.
023200     IF WS-PER-COUNT = ZERO
023300         DISPLAY "** FISCAL.CAL IS MISSING OR EMPTY - NO PERIODS "
023400             "TO CLOSE **"
023500         MOVE 8 TO WS-FINAL-RETURN-CODE
023600         GO TO 0000-WRAP-UP
023700     END-IF.
023800     IF CALENDAR-OVERFLOWED
023900         DISPLAY "** FISCAL.CAL HOLDS MORE PERIODS THAN THIS "
024000             "PROGRAM CAN CARRY - RUN REFUSED **"
024100         MOVE 8 TO WS-FINAL-RETURN-CODE
024200         GO TO 0000-WRAP-UP
024300     END-IF.
024400     PERFORM 1400-LOAD-PERIOD-STATUS
024500         THRU 1400-LOAD-PERIOD-STATUS-EXIT.
024600
024700     PERFORM 2000-TAKE-ONE-ACTION
024800         THRU 2000-TAKE-ONE-ACTION-EXIT
024900         UNTIL OPERATOR-DONE.
025000
025100     IF FILE-CHANGED
025200         PERFORM 5000-REWRITE-PERIOD-STATUS
025300             THRU 5000-REWRITE-PERIOD-STATUS-EXIT
025400         DISPLAY WS-CHANGE-COUNT
025500             " change(s) written to FISCAL.STA"
025600     ELSE
025700         DISPLAY "No changes - FISCAL.STA left as it was"
025800     END-IF.
025900
026000 0000-WRAP-UP.
026100*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
026200     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
026300     STOP RUN.
026400*----------------------------------------------------------------
026500 1200-CHECK-AUTHORIZATION.
026600*    OPENING AND CLOSING THE BOOKS TAKES A LEVEL-3 SIGNATURE. THE
026700*    SIGNED-ON OPERATOR COMES FROM OPERATOR.CUR AND THE LEVEL
026800*    FROM OPERATOR.MST, SAME AS THE MENU.
026900*----------------------------------------------------------------
027000     SET OPERATOR-NOT-AUTHORIZED TO TRUE.
027100     OPEN INPUT operatorCurrent.
027200     IF operatorCurrentStatus = "00"
027300         READ operatorCurrent
027400             AT END
027500                 CONTINUE
027600             NOT AT END
027700                 MOVE curOperatorId TO WS-OPERATOR-ID
027800         END-READ
027900     END-IF.
028000     CLOSE operatorCurrent.
028100     IF WS-OPERATOR-ID = SPACES
028200         DISPLAY "** NO OPERATOR SIGNED ON - RUN PERCLS "
028300             "FROM THE MENU **"
028400         GO TO 1200-CHECK-AUTHORIZATION-EXIT
028500     END-IF.
028600
028700     OPEN INPUT operatorMaster.
028800     IF operatorMasterStatus NOT = "00"
028900         DISPLAY "** OPERATOR.MST NOT FOUND - NOBODY CAN "
029000             "CLOSE A PERIOD **"
029100         CLOSE operatorMaster
029200         GO TO 1200-CHECK-AUTHORIZATION-EXIT
029300     END-IF.
029400     PERFORM FOREVER
029500         READ operatorMaster
029600             AT END
029700             EXIT PERFORM
029800         END-READ
029900         IF mstOperatorId = WS-OPERATOR-ID
030000             MOVE mstAuthLevel TO WS-OPERATOR-LEVEL
030100             EXIT PERFORM
030200         END-IF
030300     END-PERFORM.
030400     CLOSE operatorMaster.
030500
030600     IF WS-OPERATOR-LEVEL >= 3
030700         SET OPERATOR-AUTHORIZED TO TRUE
030800         DISPLAY "Approver: " WS-OPERATOR-ID " (level "
030900             WS-OPERATOR-LEVEL ")"
031000     ELSE
031100         DISPLAY "** " WS-OPERATOR-ID " (level "
031200             WS-OPERATOR-LEVEL ") is not authorized to "
031300             "close periods (needs level 3) **"
031400     END-IF.
031500 1200-CHECK-AUTHORIZATION-EXIT.
031600     EXIT.
031700*----------------------------------------------------------------
031800 1300-LOAD-CALENDAR.
031900*    EVERY PERIOD ON FISCAL.CAL STARTS OUT OPEN UNTIL FISCAL.STA
032000*    SAYS OTHERWISE.
032100*----------------------------------------------------------------
032200     OPEN INPUT calendarFile.
032300     IF calendarFileStatus NOT = "00"
032400         CLOSE calendarFile
032500         GO TO 1300-LOAD-CALENDAR-EXIT
032600     END-IF.
032700     PERFORM FOREVER
032800         READ calendarFile
032900             AT END
033000             EXIT PERFORM
033100         END-READ
033200         IF WS-PER-COUNT >= 60
033300             SET CALENDAR-OVERFLOWED TO TRUE
033400             DISPLAY "WARNING - period table full at "
033500                 calStartDate
033600         ELSE
033700             ADD 1 TO WS-PER-COUNT
033800             MOVE calFiscalYear   TO WS-PER-YEAR(WS-PER-COUNT)
033900             MOVE calPeriodNumber TO WS-PER-PERIOD(WS-PER-COUNT)
034000             MOVE calStartDate    TO WS-PER-START(WS-PER-COUNT)
034100             MOVE calEndDate      TO WS-PER-END(WS-PER-COUNT)
034200             MOVE "O"             TO WS-PER-STATUS(WS-PER-COUNT)
034300             MOVE ZERO            TO WS-PER-CHANGED(WS-PER-COUNT)
034400             MOVE SPACES          TO WS-PER-OPERATOR(WS-PER-COUNT)
034500         END-IF
034600     END-PERFORM.
034700     CLOSE calendarFile.
034800 1300-LOAD-CALENDAR-EXIT.
034900     EXIT.
035000*----------------------------------------------------------------
035100 1400-LOAD-PERIOD-STATUS.
035200*    A FISCAL.STA RECORD FOR A PERIOD NO LONGER ON THE CALENDAR
035300*    IS DROPPED AT THE REWRITE.
035400*----------------------------------------------------------------
035500     OPEN INPUT statusFile.
035600     IF statusFileStatus NOT = "00"
035700         DISPLAY "FISCAL.STA not found - every period is open"
035800         CLOSE statusFile
035900         GO TO 1400-LOAD-PERIOD-STATUS-EXIT
036000     END-IF.
036100     PERFORM FOREVER
036200         READ statusFile
036300             AT END
036400             EXIT PERFORM
036500         END-READ
036600         MOVE stsFiscalYear   TO WS-ENTRY-YEAR
036700         MOVE stsPeriodNumber TO WS-ENTRY-NUMBER
036800         PERFORM 3100-FIND-PERIOD
036900             THRU 3100-FIND-PERIOD-EXIT
037000         IF WS-PER-HIT NOT = ZERO
037100             AND (stsPeriodStatus = "O" OR "C" OR "X")
037200             MOVE stsPeriodStatus TO WS-PER-STATUS(WS-PER-HIT)
037300             MOVE stsChangedDate  TO WS-PER-CHANGED(WS-PER-HIT)
037400             MOVE stsOperatorId   TO WS-PER-OPERATOR(WS-PER-HIT)
037500         END-IF
037600     END-PERFORM.
037700     CLOSE statusFile.
037800 1400-LOAD-PERIOD-STATUS-EXIT.
037900     EXIT.
038000*----------------------------------------------------------------
038100 2000-TAKE-ONE-ACTION.
038200*----------------------------------------------------------------
038300     DISPLAY " ".
038400     DISPLAY "(L)ist periods, (S)tart a close, (C)lose, "
038500         "(R)eopen, or (Q)uit?".
038600     ACCEPT WS-ACTION-ENTRY FROM CONSOLE.
038700     EVALUATE FUNCTION UPPER-CASE(WS-ACTION-ENTRY)
038800         WHEN "L"
038900             PERFORM 3800-LIST-PERIODS
039000                 THRU 3800-LIST-PERIODS-EXIT
039100         WHEN "S"
039200             PERFORM 3000-START-ONE-CLOSE
039300                 THRU 3000-START-ONE-CLOSE-EXIT
039400         WHEN "C"
039500             PERFORM 3300-CLOSE-ONE-PERIOD
039600                 THRU 3300-CLOSE-ONE-PERIOD-EXIT
039700         WHEN "R"
039800             PERFORM 3500-REOPEN-ONE-PERIOD
039900                 THRU 3500-REOPEN-ONE-PERIOD-EXIT
040000         WHEN "Q"
040100             SET OPERATOR-DONE TO TRUE
040200         WHEN OTHER
040300             DISPLAY "Not a valid action - try again"
040400     END-EVALUATE.
040500 2000-TAKE-ONE-ACTION-EXIT.
040600     EXIT.
040700*----------------------------------------------------------------
040800 3000-START-ONE-CLOSE.
040900*    OPEN TO CLOSING - POSTINGS STILL GO THROUGH WHILE FINANCE
041000*    WORKS THE CHECKLIST THIS PRINTS.
041100*----------------------------------------------------------------
041200     PERFORM 3050-GET-PERIOD
041300         THRU 3050-GET-PERIOD-EXIT.
041400     IF WS-PER-HIT = ZERO
041500         GO TO 3000-START-ONE-CLOSE-EXIT
041600     END-IF.
041700     IF NOT PER-OPEN(WS-PER-HIT)
041800         DISPLAY "Fiscal " WS-ENTRY-YEAR " period "
041900             WS-ENTRY-NUMBER " is not open"
042000         GO TO 3000-START-ONE-CLOSE-EXIT
042100     END-IF.
042150     MOVE WS-PER-ENTRY(WS-PER-HIT) TO CHG-BEFORE-IMAGE.
042200     MOVE "C" TO WS-PER-STATUS(WS-PER-HIT).
042300     MOVE "CLOSING" TO WS-ACTION-TEXT.
042400     PERFORM 3900-RECORD-ONE-CHANGE
042500         THRU 3900-RECORD-ONE-CHANGE-EXIT.
042600     PERFORM 4000-PRINT-CHECKLIST
042700         THRU 4000-PRINT-CHECKLIST-EXIT.
042800 3000-START-ONE-CLOSE-EXIT.
042900     EXIT.
043000*----------------------------------------------------------------
043100 3050-GET-PERIOD.
043200*    THE PERIOD MUST BE ON FISCAL.CAL. WS-PER-HIT COMES BACK ZERO
043300*    WHEN IT IS NOT.
043400*----------------------------------------------------------------
043500     DISPLAY "Enter fiscal year and period (YYYYPP)".
043600     ACCEPT WS-ENTRY-PERIOD FROM CONSOLE.
043700     MOVE ZERO TO WS-PER-HIT.
043800     IF WS-ENTRY-PERIOD IS NOT NUMERIC
043900         DISPLAY WS-ENTRY-PERIOD " is not in YYYYPP form"
044000         GO TO 3050-GET-PERIOD-EXIT
044100     END-IF.
044200     PERFORM 3100-FIND-PERIOD
044300         THRU 3100-FIND-PERIOD-EXIT.
044400     IF WS-PER-HIT = ZERO
044500         DISPLAY "Fiscal " WS-ENTRY-YEAR " period "
044600             WS-ENTRY-NUMBER " is not on FISCAL.CAL"
044700     END-IF.
044800 3050-GET-PERIOD-EXIT.
044900     EXIT.
045000*----------------------------------------------------------------
045100 3100-FIND-PERIOD.
045200*----------------------------------------------------------------
045300     MOVE ZERO TO WS-PER-HIT.
045400     PERFORM 3110-CHECK-ONE-PERIOD
045500         THRU 3110-CHECK-ONE-PERIOD-EXIT
045600         VARYING WS-PER-SUB FROM 1 BY 1
045700         UNTIL WS-PER-SUB > WS-PER-COUNT
045800         OR WS-PER-HIT NOT = ZERO.
045900 3100-FIND-PERIOD-EXIT.
046000     EXIT.
046100*----------------------------------------------------------------
046200 3110-CHECK-ONE-PERIOD.
046300*----------------------------------------------------------------
046400     IF WS-PER-YEAR(WS-PER-SUB) = WS-ENTRY-YEAR
046500         AND WS-PER-PERIOD(WS-PER-SUB) = WS-ENTRY-NUMBER
046600         MOVE WS-PER-SUB TO WS-PER-HIT
046700     END-IF.
046800 3110-CHECK-ONE-PERIOD-EXIT.
046900     EXIT.
047000*----------------------------------------------------------------
047100 3300-CLOSE-ONE-PERIOD.
047200*    OPEN OR CLOSING TO CLOSED. THE PERIOD MUST HAVE ENDED, AND
047300*    EVERY EARLIER PERIOD MUST ALREADY BE CLOSED - THE BOOKS
047400*    CLOSE IN ORDER. THE CHECKLIST PRINTS FIRST; ANYTHING STILL
047500*    OUTSTANDING ON IT NEEDS A SECOND YES.
047600*----------------------------------------------------------------
047700     PERFORM 3050-GET-PERIOD
047800         THRU 3050-GET-PERIOD-EXIT.
047900     IF WS-PER-HIT = ZERO
048000         GO TO 3300-CLOSE-ONE-PERIOD-EXIT
048100     END-IF.
048200     IF PER-CLOSED(WS-PER-HIT)
048300         DISPLAY "Fiscal " WS-ENTRY-YEAR " period "
048400             WS-ENTRY-NUMBER " is already closed"
048500         GO TO 3300-CLOSE-ONE-PERIOD-EXIT
048600     END-IF.
048700     IF WS-PER-END(WS-PER-HIT) > WS-TODAY
048800         DISPLAY "Fiscal " WS-ENTRY-YEAR " period "
048900             WS-ENTRY-NUMBER " runs to " WS-PER-END(WS-PER-HIT)
049000             " - it cannot close before it ends"
049100         GO TO 3300-CLOSE-ONE-PERIOD-EXIT
049200     END-IF.
049300     SET ORDER-OK TO TRUE.
049400     PERFORM 3310-CHECK-ONE-EARLIER
049500         THRU 3310-CHECK-ONE-EARLIER-EXIT
049600         VARYING WS-PER-SUB FROM 1 BY 1
049700         UNTIL WS-PER-SUB > WS-PER-COUNT
049800         OR ORDER-BROKEN.
049900     IF ORDER-BROKEN
050000         DISPLAY "Fiscal " WS-PER-YEAR(WS-ORDER-HIT) " period "
050100             WS-PER-PERIOD(WS-ORDER-HIT)
050200             " is earlier and not yet closed - close it first"
050300         GO TO 3300-CLOSE-ONE-PERIOD-EXIT
050400     END-IF.
050500
050600     PERFORM 4000-PRINT-CHECKLIST
050700         THRU 4000-PRINT-CHECKLIST-EXIT.
050800     IF WS-OUTSTANDING NOT = ZERO
050900         MOVE WS-OUTSTANDING TO WS-COUNT-DISPLAY
051000         DISPLAY WS-COUNT-DISPLAY " item(s) still outstanding - "
051100             "close anyway? (Y/N)"
051200         ACCEPT WS-CONFIRM-ENTRY FROM CONSOLE
051300         IF FUNCTION UPPER-CASE(WS-CONFIRM-ENTRY) NOT = "Y"
051400             DISPLAY "Close not taken - the period stays "
051500                 "as it was"
051600             GO TO 3300-CLOSE-ONE-PERIOD-EXIT
051700         END-IF
051800         MOVE 4 TO WS-FINAL-RETURN-CODE
051900     END-IF.
051950     MOVE WS-PER-ENTRY(WS-PER-HIT) TO CHG-BEFORE-IMAGE.
052000     MOVE "X" TO WS-PER-STATUS(WS-PER-HIT).
052100     MOVE "CLOSED " TO WS-ACTION-TEXT.
052200     PERFORM 3900-RECORD-ONE-CHANGE
052300         THRU 3900-RECORD-ONE-CHANGE-EXIT.
052400 3300-CLOSE-ONE-PERIOD-EXIT.
052500     EXIT.
052600*----------------------------------------------------------------
052700 3310-CHECK-ONE-EARLIER.
052800*----------------------------------------------------------------
052900     IF WS-PER-START(WS-PER-SUB) < WS-PER-START(WS-PER-HIT)
053000         AND NOT PER-CLOSED(WS-PER-SUB)
053100         SET ORDER-BROKEN TO TRUE
053200         MOVE WS-PER-SUB TO WS-ORDER-HIT
053300     END-IF.
053400 3310-CHECK-ONE-EARLIER-EXIT.
053500     EXIT.
053600*----------------------------------------------------------------
053700 3500-REOPEN-ONE-PERIOD.
053800*    CLOSING OR CLOSED BACK TO OPEN - FOR A CORRECTION FINANCE HAS
053900*    AGREED TO TAKE. THE BOOKS REOPEN IN REVERSE ORDER, SO NO
054000*    LATER PERIOD MAY STILL BE CLOSED.
054100*----------------------------------------------------------------
054200     PERFORM 3050-GET-PERIOD
054300         THRU 3050-GET-PERIOD-EXIT.
054400     IF WS-PER-HIT = ZERO
054500         GO TO 3500-REOPEN-ONE-PERIOD-EXIT
054600     END-IF.
054700     IF PER-OPEN(WS-PER-HIT)
054800         DISPLAY "Fiscal " WS-ENTRY-YEAR " period "
054900             WS-ENTRY-NUMBER " is already open"
055000         GO TO 3500-REOPEN-ONE-PERIOD-EXIT
055100     END-IF.
055200     SET ORDER-OK TO TRUE.
055300     PERFORM 3510-CHECK-ONE-LATER
055400         THRU 3510-CHECK-ONE-LATER-EXIT
055500         VARYING WS-PER-SUB FROM 1 BY 1
055600         UNTIL WS-PER-SUB > WS-PER-COUNT
055700         OR ORDER-BROKEN.
055800     IF ORDER-BROKEN
055900         DISPLAY "Fiscal " WS-PER-YEAR(WS-ORDER-HIT) " period "
056000             WS-PER-PERIOD(WS-ORDER-HIT)
056100             " is later and still closed - reopen it first"
056200         GO TO 3500-REOPEN-ONE-PERIOD-EXIT
056300     END-IF.
056350     MOVE WS-PER-ENTRY(WS-PER-HIT) TO CHG-BEFORE-IMAGE.
056400     MOVE "O" TO WS-PER-STATUS(WS-PER-HIT).
056500     MOVE "OPEN   " TO WS-ACTION-TEXT.
056600     PERFORM 3900-RECORD-ONE-CHANGE
056700         THRU 3900-RECORD-ONE-CHANGE-EXIT.
056800 3500-REOPEN-ONE-PERIOD-EXIT.
056900     EXIT.
057000*----------------------------------------------------------------
057100 3510-CHECK-ONE-LATER.
057200*----------------------------------------------------------------
057300     IF WS-PER-START(WS-PER-SUB) > WS-PER-START(WS-PER-HIT)
057400         AND PER-CLOSED(WS-PER-SUB)
057500         SET ORDER-BROKEN TO TRUE
057600         MOVE WS-PER-SUB TO WS-ORDER-HIT
057700     END-IF.
057800 3510-CHECK-ONE-LATER-EXIT.
057900     EXIT.
058000*----------------------------------------------------------------
058100 3800-LIST-PERIODS.
058200*----------------------------------------------------------------
058300     DISPLAY "FISCAL PERIODS - " WS-PER-COUNT " ON THE CALENDAR:".
058400     DISPLAY "  YEAR PP  START     END       STATUS   BY"
058500         "       ON".
058600     PERFORM 3810-LIST-ONE-PERIOD
058700         THRU 3810-LIST-ONE-PERIOD-EXIT
058800         VARYING WS-PER-SUB FROM 1 BY 1
058900         UNTIL WS-PER-SUB > WS-PER-COUNT.
059000 3800-LIST-PERIODS-EXIT.
059100     EXIT.
059200*----------------------------------------------------------------
059300 3810-LIST-ONE-PERIOD.
059400*----------------------------------------------------------------
059500     PERFORM 3820-NAME-ONE-STATUS
059600         THRU 3820-NAME-ONE-STATUS-EXIT.
059700     IF WS-PER-CHANGED(WS-PER-SUB) = ZERO
059800         DISPLAY "  " WS-PER-YEAR(WS-PER-SUB) " "
059900             WS-PER-PERIOD(WS-PER-SUB) "  "
060000             WS-PER-START(WS-PER-SUB) "  "
060100             WS-PER-END(WS-PER-SUB) "  " WS-STATUS-NAME
060200     ELSE
060300         DISPLAY "  " WS-PER-YEAR(WS-PER-SUB) " "
060400             WS-PER-PERIOD(WS-PER-SUB) "  "
060500             WS-PER-START(WS-PER-SUB) "  "
060600             WS-PER-END(WS-PER-SUB) "  " WS-STATUS-NAME "  "
060700             WS-PER-OPERATOR(WS-PER-SUB) " "
060800             WS-PER-CHANGED(WS-PER-SUB)
060900     END-IF.
061000 3810-LIST-ONE-PERIOD-EXIT.
061100     EXIT.
061200*----------------------------------------------------------------
061300 3820-NAME-ONE-STATUS.
061400*----------------------------------------------------------------
061500     EVALUATE TRUE
061600         WHEN PER-CLOSING(WS-PER-SUB)
061700             MOVE "CLOSING" TO WS-STATUS-NAME
061800         WHEN PER-CLOSED(WS-PER-SUB)
061900             MOVE "CLOSED " TO WS-STATUS-NAME
062000         WHEN OTHER
062100             MOVE "OPEN   " TO WS-STATUS-NAME
062200     END-EVALUATE.
062300 3820-NAME-ONE-STATUS-EXIT.
062400     EXIT.
062500*----------------------------------------------------------------
062600 3900-RECORD-ONE-CHANGE.
062700*    STAMP THE PERIOD WITH WHO MOVED IT AND WHEN, AND LOG THE
062800*    CHANGE TO AUDIT.LOG THE WAY HOLCAL LOGS ITS CHANGES -
062900*    RECORDS-READ CARRIES THE FISCAL YEAR AND PERIOD (YYYYPP).
062950*    THE CALLER HAS TAKEN THE BEFORE IMAGE FOR CHANGE.LOG.
063000*----------------------------------------------------------------
063100     MOVE WS-TODAY       TO WS-PER-CHANGED(WS-PER-HIT).
063200     MOVE WS-OPERATOR-ID TO WS-PER-OPERATOR(WS-PER-HIT).
063300     SET FILE-CHANGED TO TRUE.
063400     ADD 1 TO WS-CHANGE-COUNT.
063500     DISPLAY "Fiscal " WS-ENTRY-YEAR " period " WS-ENTRY-NUMBER
063600         " is now " WS-ACTION-TEXT.
063700
063800     MOVE "PERCLS" TO AUDIT-PROGRAM-NAME.
063900     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
064000     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
064100     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
064200     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
064300     MOVE WS-ENTRY-PERIOD TO AUDIT-RECORDS-READ.
064400     MOVE 1 TO AUDIT-RECORDS-WRITTEN.
064500     MOVE WS-OPERATOR-ID TO AUDIT-USER-ID.
064600     CALL "AUDITLOG" USING AUDIT-PARM.
064616
064633     SET CHG-RECORD-CHANGED TO TRUE.
064650     MOVE WS-PER-ENTRY(WS-PER-HIT) TO CHG-AFTER-IMAGE.
064666     PERFORM 9200-RECORD-CHANGE-HISTORY
064683         THRU 9200-RECORD-CHANGE-HISTORY-EXIT.
064700 3900-RECORD-ONE-CHANGE-EXIT.
064800     EXIT.
064900*----------------------------------------------------------------
065000 4000-PRINT-CHECKLIST.
065100*    THE CLOSE CHECKLIST ON FISCAL.CKL - EVERY CHARGE-OFF STILL
065200*    WAITING ON LAB30WOF AND EVERY REQUISITION STILL WAITING ON
065300*    LAB25APR THAT WAS QUEUED ON OR BEFORE THE PERIOD'S LAST
065400*    DAY. ITEMS QUEUED AFTER IT BELONG TO A LATER CLOSE AND ARE
065500*    ONLY COUNTED.
065600*----------------------------------------------------------------
065700     MOVE ZERO TO WS-LPN-COUNT.
065800     MOVE ZERO TO WS-LPN-LATER.
065900     MOVE ZERO TO WS-RPN-COUNT.
066000     MOVE ZERO TO WS-RPN-LATER.
066100     OPEN OUTPUT checklistFile.
066200     MOVE WS-PER-YEAR(WS-PER-HIT)   TO WS-CH1-YEAR.
066300     MOVE WS-PER-PERIOD(WS-PER-HIT) TO WS-CH1-PERIOD.
066400     MOVE WS-PER-START(WS-PER-HIT)  TO WS-CH1-START.
066500     MOVE WS-PER-END(WS-PER-HIT)    TO WS-CH1-END.
066600     WRITE checklistRecord FROM WS-CKL-HEAD-1.
066700     MOVE WS-PER-HIT TO WS-PER-SUB.
066800     PERFORM 3820-NAME-ONE-STATUS
066900         THRU 3820-NAME-ONE-STATUS-EXIT.
067000     MOVE WS-STATUS-NAME TO WS-CH2-STATUS.
067100     MOVE WS-OPERATOR-ID TO WS-CH2-OPERATOR.
067200     MOVE WS-TODAY       TO WS-CH2-DATE.
067300     WRITE checklistRecord FROM WS-CKL-HEAD-2.
067400
067500     MOVE SPACES TO checklistRecord.
067600     WRITE checklistRecord.
067700     MOVE "LAB30.PND - CHARGE-OFFS AWAITING LAB30WOF REVIEW"
067800         TO checklistRecord.
067900     WRITE checklistRecord.
068000     MOVE SPACES TO checklistRecord.
068100     STRING "  FAC  LOAN NAME               LOAN DATE"
068200         "  AMOUNT   QUEUED"
068300         DELIMITED BY SIZE INTO checklistRecord.
068400     WRITE checklistRecord.
068500     OPEN INPUT loanPendFile.
068600     IF loanPendFileStatus = "00"
068700         PERFORM FOREVER
068800             READ loanPendFile
068900                 AT END
069000                 EXIT PERFORM
069100             END-READ
069200             PERFORM 4100-LIST-ONE-CHARGE-OFF
069300                 THRU 4100-LIST-ONE-CHARGE-OFF-EXIT
069400         END-PERFORM
069500     END-IF.
069600     CLOSE loanPendFile.
069700     MOVE WS-LPN-COUNT TO WS-CCL-COUNT.
069800     MOVE " CHARGE-OFF(S) OUTSTANDING" TO WS-CCL-TEXT.
069900     WRITE checklistRecord FROM WS-CKL-COUNT-LINE.
070000     IF WS-LPN-LATER NOT = ZERO
070100         MOVE WS-LPN-LATER TO WS-CCL-COUNT
070200         MOVE " QUEUED AFTER THE PERIOD ENDED - NOT COUNTED"
070300             TO WS-CCL-TEXT
070400         WRITE checklistRecord FROM WS-CKL-COUNT-LINE
070500     END-IF.
070600
070700     MOVE SPACES TO checklistRecord.
070800     WRITE checklistRecord.
070900     MOVE "LAB25.PEN - REQUISITIONS AWAITING LAB25APR APPROVAL"
071000         TO checklistRecord.
071100     WRITE checklistRecord.
071200     MOVE "  REQ    DATED     PART    QTY    VEND    VALUE"
071300         TO checklistRecord.
071400     WRITE checklistRecord.
071500     OPEN INPUT reqPendFile.
071600     IF reqPendFileStatus = "00"
071700         PERFORM FOREVER
071800             READ reqPendFile
071900                 AT END
072000                 EXIT PERFORM
072100             END-READ
072200             PERFORM 4200-LIST-ONE-REQUISITION
072300                 THRU 4200-LIST-ONE-REQUISITION-EXIT
072400         END-PERFORM
072500     END-IF.
072600     CLOSE reqPendFile.
072700     MOVE WS-RPN-COUNT TO WS-CCL-COUNT.
072800     MOVE " REQUISITION(S) OUTSTANDING" TO WS-CCL-TEXT.
072900     WRITE checklistRecord FROM WS-CKL-COUNT-LINE.
073000     IF WS-RPN-LATER NOT = ZERO
073100         MOVE WS-RPN-LATER TO WS-CCL-COUNT
073200         MOVE " DATED AFTER THE PERIOD ENDED - NOT COUNTED"
073300             TO WS-CCL-TEXT
073400         WRITE checklistRecord FROM WS-CKL-COUNT-LINE
073500     END-IF.
073600
073700     COMPUTE WS-OUTSTANDING = WS-LPN-COUNT + WS-RPN-COUNT.
073800     MOVE SPACES TO checklistRecord.
073900     WRITE checklistRecord.
074000     IF WS-OUTSTANDING = ZERO
074100         MOVE "CHECKLIST CLEAR - NOTHING AWAITING A SIGN-OFF"
074200             TO checklistRecord
074300     ELSE
074400         MOVE WS-OUTSTANDING TO WS-COUNT-DISPLAY
074500         MOVE SPACES TO checklistRecord
074600         STRING "TOTAL OUTSTANDING:" WS-COUNT-DISPLAY
074700             " - CLEAR THESE BEFORE THE FINAL CLOSE"
074800             DELIMITED BY SIZE INTO checklistRecord
074900     END-IF.
075000     WRITE checklistRecord.
075100     CLOSE checklistFile.
075200     MOVE WS-OUTSTANDING TO WS-COUNT-DISPLAY.
075300     DISPLAY "Close checklist on FISCAL.CKL - " WS-COUNT-DISPLAY
075400         " item(s) outstanding".
075500 4000-PRINT-CHECKLIST-EXIT.
075600     EXIT.
075700*----------------------------------------------------------------
075800 4100-LIST-ONE-CHARGE-OFF.
075900*----------------------------------------------------------------
076000     IF lpnCandidateDate > WS-PER-END(WS-PER-HIT)
076100         ADD 1 TO WS-LPN-LATER
076200         GO TO 4100-LIST-ONE-CHARGE-OFF-EXIT
076300     END-IF.
076400     ADD 1 TO WS-LPN-COUNT.
076500     MOVE lpnFacultyNumber TO WS-LPL-FACULTY.
076600     MOVE lpnLoanId        TO WS-LPL-LOAN-ID.
076700     MOVE lpnName          TO WS-LPL-NAME.
076800     MOVE lpnLoanDate      TO WS-LPL-LOAN-DATE.
076900     MOVE lpnAmount        TO WS-LPL-AMOUNT.
077000     MOVE lpnCandidateDate TO WS-LPL-QUEUED.
077100     WRITE checklistRecord FROM WS-LPN-LINE.
077200 4100-LIST-ONE-CHARGE-OFF-EXIT.
077300     EXIT.
077400*----------------------------------------------------------------
077500 4200-LIST-ONE-REQUISITION.
077600*----------------------------------------------------------------
077700     IF rpnDate > WS-PER-END(WS-PER-HIT)
077800         ADD 1 TO WS-RPN-LATER
077900         GO TO 4200-LIST-ONE-REQUISITION-EXIT
078000     END-IF.
078100     ADD 1 TO WS-RPN-COUNT.
078200     MOVE rpnReqNumber  TO WS-RPL-REQ.
078300     MOVE rpnDate       TO WS-RPL-DATE.
078400     MOVE rpnPartNumber TO WS-RPL-PART.
078500     MOVE rpnQty        TO WS-RPL-QTY.
078600     MOVE rpnVendor     TO WS-RPL-VENDOR.
078700     MOVE rpnValue      TO WS-RPL-VALUE.
078800     WRITE checklistRecord FROM WS-RPN-LINE.
078900 4200-LIST-ONE-REQUISITION-EXIT.
079000     EXIT.
079100*----------------------------------------------------------------
079200 5000-REWRITE-PERIOD-STATUS.
079300*    EVERY PERIOD THAT HAS EVER MOVED OFF OPEN KEEPS A RECORD -
079400*    A REOPENED PERIOD SHOWS WHO REOPENED IT AND WHEN.
079500*----------------------------------------------------------------
079600     OPEN OUTPUT statusFile.
079700     PERFORM 5100-WRITE-ONE-STATUS
079800         THRU 5100-WRITE-ONE-STATUS-EXIT
079900         VARYING WS-PER-SUB FROM 1 BY 1
080000         UNTIL WS-PER-SUB > WS-PER-COUNT.
080100     CLOSE statusFile.
080200 5000-REWRITE-PERIOD-STATUS-EXIT.
080300     EXIT.
080400*----------------------------------------------------------------
080500 5100-WRITE-ONE-STATUS.
080600*----------------------------------------------------------------
080700     IF WS-PER-CHANGED(WS-PER-SUB) NOT = ZERO
080800         MOVE WS-PER-YEAR(WS-PER-SUB)     TO stsFiscalYear
080900         MOVE WS-PER-PERIOD(WS-PER-SUB)   TO stsPeriodNumber
081000         MOVE WS-PER-STATUS(WS-PER-SUB)   TO stsPeriodStatus
081100         MOVE WS-PER-CHANGED(WS-PER-SUB)  TO stsChangedDate
081200         MOVE WS-PER-OPERATOR(WS-PER-SUB) TO stsOperatorId
081300         WRITE statusRecord
081400     END-IF.
081500 5100-WRITE-ONE-STATUS-EXIT.
081600     EXIT.
081700*----------------------------------------------------------------
081800 9200-RECORD-CHANGE-HISTORY.
081900*    THE PERIOD, BEFORE AND AFTER, GOES TO CHANGE.LOG KEYED BY
082000*    ITS FISCAL YEAR AND PERIOD (YYYYPP). THE CALLER HAS SET THE
082100*    ACTION AND THE IMAGES.
082200*----------------------------------------------------------------
082300     MOVE "PERCLS" TO CHG-PROGRAM-NAME.
082400     MOVE "FISCAL.STA" TO CHG-FILE-NAME.
082500     MOVE WS-ENTRY-PERIOD TO CHG-RECORD-KEY.
082600     MOVE WS-OPERATOR-ID TO CHG-USER-ID.
082700     CALL "CHGLOG" USING CHANGE-PARM.
082800 9200-RECORD-CHANGE-HISTORY-EXIT.
082900     EXIT.
