000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB36CHG.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  REGISTRAR - STUDENT ROSTER REPORTING.
000500 DATE-WRITTEN.  10/14/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/14/2026  DL  INITIAL VERSION. POST-CLOSE GRADE CHANGES. ONCE
001100*                 LAB36GPA HAS CLOSED A TERM ONTO lab36.cls ITS
001200*                 GRADES CAN ONLY MOVE THROUGH HERE: A LEVEL-3
001300*                 OPERATOR (PER OPERATOR.MST, SIGNED ON THROUGH
001400*                 THE MENU'S OPERATOR.CUR) KEYS THE STUDENT,
001500*                 COURSE, TERM, THE GRADE BEING REPLACED, THE NEW
001600*                 GRADE, AND A REASON. THE lab36.hst ENTRY IS
001700*                 REWRITTEN, THE STUDENT'S lab36.mst CREDITS AND
001800*                 QUALITY POINTS ARE RECOMPUTED BY THE SAME RULES
001900*                 LAB36GPA USES (W AND I CARRY NOTHING, A RETAKE
002000*                 REPLACES THE EARLIER ATTEMPT), AND THE ORIGINAL
002100*                 GRADE GOES ON THE LAB36.GCL GRADE-CHANGE LOG
002200*                 THAT LAB36GCL PRINTS AND LAB36TRN FOOTNOTES.
002300*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT masterFile ASSIGN TO "lab36.mst"
002800         ORGANIZATION LINE SEQUENTIAL
002900         FILE STATUS IS masterFileStatus.
003000     SELECT historyFile ASSIGN TO "lab36.hst"
003100         ORGANIZATION LINE SEQUENTIAL
003200         FILE STATUS IS historyFileStatus.
003300     SELECT OPTIONAL closedTermFile ASSIGN TO "lab36.cls"
003400         ORGANIZATION LINE SEQUENTIAL
003500         FILE STATUS IS closedTermFileStatus.
003600     SELECT OPTIONAL changeLogFile ASSIGN TO "LAB36.GCL"
003700         ORGANIZATION LINE SEQUENTIAL
003800         FILE STATUS IS changeLogFileStatus.
003900     SELECT OPTIONAL operatorCurrent ASSIGN TO "OPERATOR.CUR"
004000         ORGANIZATION LINE SEQUENTIAL
004100         FILE STATUS IS operatorCurrentStatus.
004200     SELECT operatorMaster ASSIGN TO "OPERATOR.MST"
004300         ORGANIZATION LINE SEQUENTIAL
004400         FILE STATUS IS operatorMasterStatus.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  masterFile.
004800 01  masterDetailsI.
004900     05  mstStudentNameI         PIC A(20).
005000     05  mstPriorCreditsI        PIC 9(03).
005100     05  mstPriorPointsI         PIC 9(04).
005200 FD  historyFile.
005300 01  historyDetails.
005400     05  hstStudentName          PIC A(20).
005500     05  hstCourse               PIC X(08).
005600     05  hstCreditHours          PIC 9(02).
005700     05  hstGrade                PIC X(01).
005800     05  hstTerm                 PIC X(05).
005900 FD  closedTermFile.
006000 01  closedTermRecord.
006100     05  clsTerm                 PIC X(05).
006200     05  clsDate                 PIC 9(08).
006300 FD  changeLogFile.
006400 01  changeLogRecord.
006500     05  gclStudentName          PIC A(20).
006600     05  gclCourse               PIC X(08).
006700     05  gclTerm                 PIC X(05).
006800     05  gclOldGrade             PIC X(01).
006900     05  gclNewGrade             PIC X(01).
007000     05  gclReason               PIC X(30).
007100     05  gclOperator             PIC X(08).
007200     05  gclDate                 PIC 9(08).
007300 FD  operatorCurrent.
007400 01  operatorCurrentRecord.
007500     05  curOperatorId           PIC X(08).
007600 FD  operatorMaster.
007700 01  operatorMasterRecord.
007800     05  mstOperatorId           PIC X(08).
007900     05  mstOperatorName         PIC X(20).
008000     05  mstAuthLevel            PIC 9(01).
008100 WORKING-STORAGE SECTION.
008200*----------------------------------------------------------------
008300* FILE STATUS AND RUN SWITCHES
008400*----------------------------------------------------------------
008500 01  masterFileStatus            PIC X(02).
008600 01  historyFileStatus           PIC X(02).
008700 01  closedTermFileStatus        PIC X(02).
008800 01  changeLogFileStatus         PIC X(02).
008900 01  operatorCurrentStatus       PIC X(02).
009000 01  operatorMasterStatus        PIC X(02).
009100 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
009200 01  WS-AUTHORIZED-SW            PIC X(01) VALUE "N".
009300     88  OPERATOR-AUTHORIZED              VALUE "Y".
009400     88  OPERATOR-NOT-AUTHORIZED          VALUE "N".
009500 01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
009600 01  WS-OPERATOR-LEVEL           PIC 9(01) VALUE ZERO.
009700 01  WS-TODAY                    PIC 9(08).
009800 01  WS-RECORDS-READ             PIC 9(07) VALUE ZERO.
009900 01  WS-ANOTHER-ENTRY            PIC X(01).
010000 01  WS-MORE-ENTRIES-SW          PIC X(01) VALUE "Y".
010100     88  MORE-ENTRIES                    VALUE "Y".
010200     88  NO-MORE-ENTRIES                 VALUE "N".
010300 01  WS-OVERFLOW-SW              PIC X(01) VALUE "N".
010400     88  TABLE-OVERFLOWED                VALUE "Y".
010500*----------------------------------------------------------------
010600* THE STUDENT MASTER AND GRADE HISTORY, HELD WHOLE FOR REWRITE
010700*----------------------------------------------------------------
010800 01  WS-STU-COUNT                PIC 9(03) COMP VALUE ZERO.
010900 01  WS-STU-SUB                  PIC 9(03) COMP.
011000 01  WS-STU-HIT                  PIC 9(03) COMP VALUE ZERO.
011100 01  WS-STU-TABLE.
011200     05  WS-STU-ENTRY OCCURS 200 TIMES.
011300         10  WS-STU-NAME         PIC A(20).
011400         10  WS-STU-CREDITS      PIC 9(03).
011500         10  WS-STU-POINTS       PIC 9(04).
011600 01  WS-HST-COUNT                PIC 9(03) COMP VALUE ZERO.
011700 01  WS-HST-SUB                  PIC 9(03) COMP.
011800 01  WS-HST-HIT                  PIC 9(03) COMP VALUE ZERO.
011900 01  WS-LATER-SUB                PIC 9(03) COMP.
012000 01  WS-HST-TABLE.
012100     05  WS-HST-ENTRY OCCURS 500 TIMES.
012200         10  WS-HST-NAME         PIC A(20).
012300         10  WS-HST-COURSE       PIC X(08).
012400         10  WS-HST-HOURS        PIC 9(02).
012500         10  WS-HST-GRADE        PIC X(01).
012600         10  WS-HST-TERM         PIC X(05).
012700*----------------------------------------------------------------
012800* CLOSED TERMS (lab36.cls) - ONLY THESE TAKE A GRADE CHANGE
012900*----------------------------------------------------------------
013000 01  WS-CLS-COUNT                PIC 9(03) COMP VALUE ZERO.
013100 01  WS-CLS-SUB                  PIC 9(03) COMP.
013200 01  WS-CLS-TABLE.
013300     05  WS-CLS-TERM OCCURS 100 TIMES
013400                                 PIC X(05).
013500 01  WS-TERM-CLOSED-SW           PIC X(01).
013600     88  TERM-IS-CLOSED                  VALUE "Y".
013700     88  TERM-IS-OPEN                    VALUE "N".
013800*----------------------------------------------------------------
013900* THE CHANGES MADE THIS RUN, LOGGED WHEN THE FILES ARE REWRITTEN
014000*----------------------------------------------------------------
014100 01  WS-CHG-COUNT                PIC 9(03) COMP VALUE ZERO.
014200 01  WS-CHG-SUB                  PIC 9(03) COMP.
014300 01  WS-CHG-TABLE.
014400     05  WS-CHG-ENTRY OCCURS 100 TIMES.
014500         10  WS-CHG-NAME         PIC A(20).
014600         10  WS-CHG-COURSE       PIC X(08).
014700         10  WS-CHG-TERM         PIC X(05).
014800         10  WS-CHG-OLD-GRADE    PIC X(01).
014900         10  WS-CHG-NEW-GRADE    PIC X(01).
015000         10  WS-CHG-REASON       PIC X(30).
015100*----------------------------------------------------------------
015200* ONE GRADE-CHANGE ENTRY
015300*----------------------------------------------------------------
015400 01  WS-ENTRY-NAME               PIC A(20).
015500 01  WS-ENTRY-COURSE             PIC X(08).
015600 01  WS-ENTRY-TERM               PIC X(05).
015700 01  WS-ENTRY-OLD-GRADE          PIC X(01).
015800 01  WS-ENTRY-NEW-GRADE          PIC X(01).
015900 01  WS-ENTRY-REASON             PIC X(30).
016000*----------------------------------------------------------------
016100* GPA RECOMPUTATION - THE STUDENT'S HISTORY BEFORE AND AFTER
016200*----------------------------------------------------------------
016300 01  WS-GRADE-WANTED             PIC X(01).
016400 01  WS-GRADE-VALUE              PIC 9(01).
016500 01  WS-GRADE-COUNTS-SW          PIC X(01).
016600     88  GRADE-CARRIES-POINTS            VALUE "Y".
016700     88  GRADE-CARRIES-NOTHING           VALUE "N".
016800 01  WS-SUPERSEDED-SW            PIC X(01).
016900     88  ATTEMPT-SUPERSEDED              VALUE "Y".
017000     88  ATTEMPT-COUNTS                  VALUE "N".
017100 01  WS-SUM-CREDITS              PIC 9(04).
017200 01  WS-SUM-POINTS               PIC 9(05).
017300 01  WS-BEFORE-CREDITS           PIC 9(04).
017400 01  WS-BEFORE-POINTS            PIC 9(05).
017500 01  WS-NEW-CREDITS              PIC S9(05).
017600 01  WS-NEW-POINTS               PIC S9(05).
017700*----------------------------------------------------------------
017800* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
017900*----------------------------------------------------------------
018000 COPY "auditparm.cpy".
018100 PROCEDURE DIVISION.
018200*----------------------------------------------------------------
018300 0000-MAINLINE.
018400*----------------------------------------------------------------
018500     MOVE "LAB36CHG" TO AUDIT-PROGRAM-NAME.
018600     MOVE SPACES TO AUDIT-USER-ID.
018700     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
018800     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
018900     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
019000
019100     PERFORM 1200-CHECK-AUTHORIZATION
019200         THRU 1200-CHECK-AUTHORIZATION-EXIT.
019300     IF OPERATOR-NOT-AUTHORIZED
019400         MOVE 8 TO WS-FINAL-RETURN-CODE
019500         GO TO 0000-WRAP-UP
019600     END-IF.
019700     PERFORM 1300-LOAD-STUDENT-MASTER
019800         THRU 1300-LOAD-STUDENT-MASTER-EXIT.
019900     PERFORM 1400-LOAD-HISTORY
020000         THRU 1400-LOAD-HISTORY-EXIT.
020100     IF TABLE-OVERFLOWED
020200         DISPLAY "** lab36.mst OR lab36.hst HOLDS MORE RECORDS "
020300             "THAN THIS PROGRAM CAN CARRY - NOTHING CHANGED **"
020400         MOVE 8 TO WS-FINAL-RETURN-CODE
020500         GO TO 0000-WRAP-UP
020600     END-IF.
020700     IF WS-HST-COUNT = ZERO
020800         DISPLAY "** lab36.hst IS MISSING OR EMPTY - NO CLOSED "
020900             "GRADES TO CHANGE **"
021000         MOVE 8 TO WS-FINAL-RETURN-CODE
021100         GO TO 0000-WRAP-UP
021200     END-IF.
021300     PERFORM 1500-LOAD-CLOSED-TERMS
021400         THRU 1500-LOAD-CLOSED-TERMS-EXIT.
021500
021600     PERFORM 2000-CHANGE-ONE-GRADE
021700         THRU 2000-CHANGE-ONE-GRADE-EXIT
021800         UNTIL NO-MORE-ENTRIES.
021900
022000     IF WS-CHG-COUNT NOT = ZERO
022100         PERFORM 3000-REWRITE-FILES
022200             THRU 3000-REWRITE-FILES-EXIT
022300     END-IF.
022400     DISPLAY WS-CHG-COUNT " grade change(s) posted and logged to "
022500         "LAB36.GCL".
022600
022700 0000-WRAP-UP.
022800     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
022900     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
023000     MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
023100     MOVE WS-CHG-COUNT TO AUDIT-RECORDS-WRITTEN.
023200     MOVE WS-OPERATOR-ID TO AUDIT-USER-ID.
023300     CALL "AUDITLOG" USING AUDIT-PARM.
023400*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
023500     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
023600     STOP RUN.
023700*----------------------------------------------------------------
023800 1200-CHECK-AUTHORIZATION.
023900*    CHANGING A CLOSED GRADE TAKES A LEVEL-3 SIGNATURE. THE
024000*    SIGNED-ON OPERATOR COMES FROM OPERATOR.CUR AND THE LEVEL
024100*    FROM OPERATOR.MST, SAME AS THE MENU.
024200*----------------------------------------------------------------
024300     SET OPERATOR-NOT-AUTHORIZED TO TRUE.
024400     OPEN INPUT operatorCurrent.
024500     IF operatorCurrentStatus = "00"
024600         READ operatorCurrent
024700             AT END
024800                 CONTINUE
024900             NOT AT END
025000                 MOVE curOperatorId TO WS-OPERATOR-ID
025100         END-READ
025200     END-IF.
025300     CLOSE operatorCurrent.
025400     IF WS-OPERATOR-ID = SPACES
025500         DISPLAY "** NO OPERATOR SIGNED ON - RUN LAB36CHG "
025600             "FROM THE MENU **"
025700         GO TO 1200-CHECK-AUTHORIZATION-EXIT
025800     END-IF.
025900
026000     OPEN INPUT operatorMaster.
026100     IF operatorMasterStatus NOT = "00"
026200         DISPLAY "** OPERATOR.MST NOT FOUND - NOBODY CAN "
026300             "CHANGE A GRADE **"
026400         CLOSE operatorMaster
026500         GO TO 1200-CHECK-AUTHORIZATION-EXIT
026600     END-IF.
026700     PERFORM FOREVER
026800         READ operatorMaster
026900             AT END
027000             EXIT PERFORM
027100         END-READ
027200         IF mstOperatorId = WS-OPERATOR-ID
027300             MOVE mstAuthLevel TO WS-OPERATOR-LEVEL
027400             EXIT PERFORM
027500         END-IF
027600     END-PERFORM.
027700     CLOSE operatorMaster.
027800
027900     IF WS-OPERATOR-LEVEL >= 3
028000         SET OPERATOR-AUTHORIZED TO TRUE
028100         DISPLAY "Approver: " WS-OPERATOR-ID " (level "
028200             WS-OPERATOR-LEVEL ")"
028300     ELSE
028400         DISPLAY "** " WS-OPERATOR-ID " (level "
028500             WS-OPERATOR-LEVEL ") is not authorized to "
028600             "change grades (needs level 3) **"
028700     END-IF.
028800 1200-CHECK-AUTHORIZATION-EXIT.
028900     EXIT.
029000*----------------------------------------------------------------
029100 1300-LOAD-STUDENT-MASTER.
029200*----------------------------------------------------------------
029300     OPEN INPUT masterFile.
029400     IF masterFileStatus NOT = "00"
029500         GO TO 1300-LOAD-STUDENT-MASTER-EXIT
029600     END-IF.
029700     PERFORM FOREVER
029800         READ masterFile
029900             AT END
030000             EXIT PERFORM
030100         END-READ
030200         ADD 1 TO WS-RECORDS-READ
030300         IF WS-STU-COUNT >= 200
030400             SET TABLE-OVERFLOWED TO TRUE
030500         ELSE
030600             ADD 1 TO WS-STU-COUNT
030700             MOVE mstStudentNameI  TO WS-STU-NAME(WS-STU-COUNT)
030800             MOVE mstPriorCreditsI TO WS-STU-CREDITS(WS-STU-COUNT)
030900             MOVE mstPriorPointsI  TO WS-STU-POINTS(WS-STU-COUNT)
031000         END-IF
031100     END-PERFORM.
031200     CLOSE masterFile.
031300 1300-LOAD-STUDENT-MASTER-EXIT.
031400     EXIT.
031500*----------------------------------------------------------------
031600 1400-LOAD-HISTORY.
031700*----------------------------------------------------------------
031800     OPEN INPUT historyFile.
031900     IF historyFileStatus NOT = "00"
032000         GO TO 1400-LOAD-HISTORY-EXIT
032100     END-IF.
032200     PERFORM FOREVER
032300         READ historyFile
032400             AT END
032500             EXIT PERFORM
032600         END-READ
032700         ADD 1 TO WS-RECORDS-READ
032800         IF WS-HST-COUNT >= 500
032900             SET TABLE-OVERFLOWED TO TRUE
033000         ELSE
033100             ADD 1 TO WS-HST-COUNT
033200             MOVE hstStudentName TO WS-HST-NAME(WS-HST-COUNT)
033300             MOVE hstCourse      TO WS-HST-COURSE(WS-HST-COUNT)
033400             MOVE hstCreditHours TO WS-HST-HOURS(WS-HST-COUNT)
033500             MOVE hstGrade       TO WS-HST-GRADE(WS-HST-COUNT)
033600             MOVE hstTerm        TO WS-HST-TERM(WS-HST-COUNT)
033700         END-IF
033800     END-PERFORM.
033900     CLOSE historyFile.
034000 1400-LOAD-HISTORY-EXIT.
034100     EXIT.
034200*----------------------------------------------------------------
034300 1500-LOAD-CLOSED-TERMS.
034400*----------------------------------------------------------------
034500     OPEN INPUT closedTermFile.
034600     IF closedTermFileStatus NOT = "00"
034700         CLOSE closedTermFile
034800         GO TO 1500-LOAD-CLOSED-TERMS-EXIT
034900     END-IF.
035000     PERFORM FOREVER
035100         READ closedTermFile
035200             AT END
035300             EXIT PERFORM
035400         END-READ
035500         ADD 1 TO WS-RECORDS-READ
035600         IF WS-CLS-COUNT < 100
035700             ADD 1 TO WS-CLS-COUNT
035800             MOVE clsTerm TO WS-CLS-TERM(WS-CLS-COUNT)
035900         END-IF
036000     END-PERFORM.
036100     CLOSE closedTermFile.
036200 1500-LOAD-CLOSED-TERMS-EXIT.
036300     EXIT.
036400*----------------------------------------------------------------
036500 2000-CHANGE-ONE-GRADE.
036600*    ONE GRADE-CHANGE TRANSACTION. THE OPERATOR MUST KEY THE
036700*    GRADE BEING REPLACED, SO A CHANGE KEYED AGAINST THE WRONG
036800*    RECORD IS CAUGHT BEFORE ANYTHING MOVES.
036900*----------------------------------------------------------------
037000     IF WS-CHG-COUNT >= 100
037100         DISPLAY "** 100 CHANGES THIS RUN - SAVE AND RUN AGAIN **"
037200         SET NO-MORE-ENTRIES TO TRUE
037300         GO TO 2000-CHANGE-ONE-GRADE-EXIT
037400     END-IF.
037500     DISPLAY "Enter the student name".
037600     ACCEPT WS-ENTRY-NAME FROM CONSOLE.
037700     MOVE ZERO TO WS-STU-HIT.
037800     PERFORM 2010-CHECK-ONE-STUDENT
037900         THRU 2010-CHECK-ONE-STUDENT-EXIT
038000         VARYING WS-STU-SUB FROM 1 BY 1
038100         UNTIL WS-STU-SUB > WS-STU-COUNT
038200         OR WS-STU-HIT NOT = ZERO.
038300     IF WS-STU-HIT = ZERO
038400         DISPLAY WS-ENTRY-NAME " is not on lab36.mst"
038500         GO TO 2000-ASK-ANOTHER
038600     END-IF.
038700     DISPLAY "Enter the course id (up to 8 characters)".
038800     ACCEPT WS-ENTRY-COURSE FROM CONSOLE.
038900     MOVE FUNCTION UPPER-CASE(WS-ENTRY-COURSE) TO WS-ENTRY-COURSE.
039000     DISPLAY "Enter the term (YYYYT, T=1/2/3)".
039100     ACCEPT WS-ENTRY-TERM FROM CONSOLE.
039200
039300     SET TERM-IS-OPEN TO TRUE.
039400     PERFORM 2020-CHECK-ONE-CLOSED-TERM
039500         THRU 2020-CHECK-ONE-CLOSED-TERM-EXIT
039600         VARYING WS-CLS-SUB FROM 1 BY 1
039700         UNTIL WS-CLS-SUB > WS-CLS-COUNT
039800         OR TERM-IS-CLOSED.
039900     IF TERM-IS-OPEN
040000         DISPLAY "Term " WS-ENTRY-TERM " is not closed - correct "
040100             "the grade on lab36.grd instead"
040200         GO TO 2000-ASK-ANOTHER
040300     END-IF.
040400
040500     DISPLAY "Enter the grade being replaced".
040600     ACCEPT WS-ENTRY-OLD-GRADE FROM CONSOLE.
040700     MOVE FUNCTION UPPER-CASE(WS-ENTRY-OLD-GRADE)
040800         TO WS-ENTRY-OLD-GRADE.
040900     MOVE ZERO TO WS-HST-HIT.
041000     PERFORM 2030-CHECK-ONE-HISTORY
041100         THRU 2030-CHECK-ONE-HISTORY-EXIT
041200         VARYING WS-HST-SUB FROM 1 BY 1
041300         UNTIL WS-HST-SUB > WS-HST-COUNT
041400         OR WS-HST-HIT NOT = ZERO.
041500     IF WS-HST-HIT = ZERO
041600         DISPLAY "No " WS-ENTRY-OLD-GRADE " in " WS-ENTRY-COURSE
041700             " for " WS-ENTRY-TERM " on lab36.hst - nothing "
041800             "changed"
041900         GO TO 2000-ASK-ANOTHER
042000     END-IF.
042100
042200     DISPLAY "Enter the new grade (A, B, C, D, F or W)".
042300     ACCEPT WS-ENTRY-NEW-GRADE FROM CONSOLE.
042400     MOVE FUNCTION UPPER-CASE(WS-ENTRY-NEW-GRADE)
042500         TO WS-ENTRY-NEW-GRADE.
042600     IF WS-ENTRY-NEW-GRADE NOT = "A" AND NOT = "B"
042700         AND NOT = "C" AND NOT = "D" AND NOT = "F" AND NOT = "W"
042800         DISPLAY WS-ENTRY-NEW-GRADE " is not a grade that can be "
042900             "posted - nothing changed"
043000         GO TO 2000-ASK-ANOTHER
043100     END-IF.
043200     IF WS-ENTRY-NEW-GRADE = WS-ENTRY-OLD-GRADE
043300         DISPLAY "The new grade is the grade on file - nothing "
043400             "changed"
043500         GO TO 2000-ASK-ANOTHER
043600     END-IF.
043700     MOVE SPACES TO WS-ENTRY-REASON.
043800     PERFORM 2800-ACCEPT-ONE-REASON
043900         THRU 2800-ACCEPT-ONE-REASON-EXIT
044000         UNTIL WS-ENTRY-REASON NOT = SPACES.
044100
044200     PERFORM 2100-POST-THE-CHANGE
044300         THRU 2100-POST-THE-CHANGE-EXIT.
044400
044500 2000-ASK-ANOTHER.
044600     DISPLAY "Change another grade? (Y/N)".
044700     ACCEPT WS-ANOTHER-ENTRY FROM CONSOLE.
044800     IF FUNCTION UPPER-CASE(WS-ANOTHER-ENTRY) NOT = "Y"
044900         SET NO-MORE-ENTRIES TO TRUE
045000     END-IF.
045100 2000-CHANGE-ONE-GRADE-EXIT.
045200     EXIT.
045300*----------------------------------------------------------------
045400 2010-CHECK-ONE-STUDENT.
045500*----------------------------------------------------------------
045600     IF WS-STU-NAME(WS-STU-SUB) = WS-ENTRY-NAME
045700         MOVE WS-STU-SUB TO WS-STU-HIT
045800     END-IF.
045900 2010-CHECK-ONE-STUDENT-EXIT.
046000     EXIT.
046100*----------------------------------------------------------------
046200 2020-CHECK-ONE-CLOSED-TERM.
046300*----------------------------------------------------------------
046400     IF WS-CLS-TERM(WS-CLS-SUB) = WS-ENTRY-TERM
046500         SET TERM-IS-CLOSED TO TRUE
046600     END-IF.
046700 2020-CHECK-ONE-CLOSED-TERM-EXIT.
046800     EXIT.
046900*----------------------------------------------------------------
047000 2030-CHECK-ONE-HISTORY.
047100*----------------------------------------------------------------
047200     IF WS-HST-NAME(WS-HST-SUB) = WS-ENTRY-NAME
047300         AND WS-HST-COURSE(WS-HST-SUB) = WS-ENTRY-COURSE
047400         AND WS-HST-TERM(WS-HST-SUB) = WS-ENTRY-TERM
047500         AND WS-HST-GRADE(WS-HST-SUB) = WS-ENTRY-OLD-GRADE
047600         MOVE WS-HST-SUB TO WS-HST-HIT
047700     END-IF.
047800 2030-CHECK-ONE-HISTORY-EXIT.
047900     EXIT.
048000*----------------------------------------------------------------
048100 2100-POST-THE-CHANGE.
048200*    THE MASTER'S TOTALS MOVE BY THE DIFFERENCE THE CHANGE MAKES
048300*    TO WHAT THE STUDENT'S HISTORY CONTRIBUTES - CREDITS THE
048400*    MASTER CARRIED FROM BEFORE THE HISTORY BEGAN ARE UNTOUCHED.
048500*----------------------------------------------------------------
048600     PERFORM 2200-SUM-STUDENT-HISTORY
048700         THRU 2200-SUM-STUDENT-HISTORY-EXIT.
048800     MOVE WS-SUM-CREDITS TO WS-BEFORE-CREDITS.
048900     MOVE WS-SUM-POINTS  TO WS-BEFORE-POINTS.
049000     MOVE WS-ENTRY-NEW-GRADE TO WS-HST-GRADE(WS-HST-HIT).
049100     PERFORM 2200-SUM-STUDENT-HISTORY
049200         THRU 2200-SUM-STUDENT-HISTORY-EXIT.
049300     COMPUTE WS-NEW-CREDITS = WS-STU-CREDITS(WS-STU-HIT)
049400         + WS-SUM-CREDITS - WS-BEFORE-CREDITS.
049500     COMPUTE WS-NEW-POINTS = WS-STU-POINTS(WS-STU-HIT)
049600         + WS-SUM-POINTS - WS-BEFORE-POINTS.
049700     IF WS-NEW-CREDITS < ZERO OR WS-NEW-CREDITS > 999
049800         OR WS-NEW-POINTS < ZERO OR WS-NEW-POINTS > 9999
049900         DISPLAY "** lab36.mst TOTALS FOR " WS-ENTRY-NAME
050000             " DO NOT AGREE WITH lab36.hst - NOTHING CHANGED **"
050100         MOVE WS-ENTRY-OLD-GRADE TO WS-HST-GRADE(WS-HST-HIT)
050200         MOVE 4 TO WS-FINAL-RETURN-CODE
050300         GO TO 2100-POST-THE-CHANGE-EXIT
050400     END-IF.
050500     MOVE WS-NEW-CREDITS TO WS-STU-CREDITS(WS-STU-HIT).
050600     MOVE WS-NEW-POINTS  TO WS-STU-POINTS(WS-STU-HIT).
050700
050800     ADD 1 TO WS-CHG-COUNT.
050900     MOVE WS-ENTRY-NAME      TO WS-CHG-NAME(WS-CHG-COUNT).
051000     MOVE WS-ENTRY-COURSE    TO WS-CHG-COURSE(WS-CHG-COUNT).
051100     MOVE WS-ENTRY-TERM      TO WS-CHG-TERM(WS-CHG-COUNT).
051200     MOVE WS-ENTRY-OLD-GRADE TO WS-CHG-OLD-GRADE(WS-CHG-COUNT).
051300     MOVE WS-ENTRY-NEW-GRADE TO WS-CHG-NEW-GRADE(WS-CHG-COUNT).
051400     MOVE WS-ENTRY-REASON    TO WS-CHG-REASON(WS-CHG-COUNT).
051500     DISPLAY WS-ENTRY-COURSE " " WS-ENTRY-TERM " changed from "
051600         WS-ENTRY-OLD-GRADE " to " WS-ENTRY-NEW-GRADE
051700         " - lab36.mst now " WS-STU-CREDITS(WS-STU-HIT)
051800         " credits, " WS-STU-POINTS(WS-STU-HIT) " points".
051900 2100-POST-THE-CHANGE-EXIT.
052000     EXIT.
052100*----------------------------------------------------------------
052200 2200-SUM-STUDENT-HISTORY.
052300*    CREDITS AND POINTS THE STUDENT'S HISTORY CARRIES INTO THE
052400*    GPA, BY LAB36GPA'S RULES - ONLY A LETTER GRADE A-F COUNTS,
052500*    AND A LATER LETTER GRADE IN THE SAME COURSE REPLACES IT.
052600*----------------------------------------------------------------
052700     MOVE ZERO TO WS-SUM-CREDITS.
052800     MOVE ZERO TO WS-SUM-POINTS.
052900     PERFORM 2210-SUM-ONE-ATTEMPT
053000         THRU 2210-SUM-ONE-ATTEMPT-EXIT
053100         VARYING WS-HST-SUB FROM 1 BY 1
053200         UNTIL WS-HST-SUB > WS-HST-COUNT.
053300 2200-SUM-STUDENT-HISTORY-EXIT.
053400     EXIT.
053500*----------------------------------------------------------------
053600 2210-SUM-ONE-ATTEMPT.
053700*----------------------------------------------------------------
053800     IF WS-HST-NAME(WS-HST-SUB) NOT = WS-ENTRY-NAME
053900         GO TO 2210-SUM-ONE-ATTEMPT-EXIT
054000     END-IF.
054100     MOVE WS-HST-GRADE(WS-HST-SUB) TO WS-GRADE-WANTED.
054200     PERFORM 2300-MAP-GRADE-TO-POINTS
054300         THRU 2300-MAP-GRADE-TO-POINTS-EXIT.
054400     IF GRADE-CARRIES-NOTHING
054500         GO TO 2210-SUM-ONE-ATTEMPT-EXIT
054600     END-IF.
054700     SET ATTEMPT-COUNTS TO TRUE.
054800     PERFORM 2220-CHECK-ONE-LATER
054900         THRU 2220-CHECK-ONE-LATER-EXIT
055000         VARYING WS-LATER-SUB FROM WS-HST-SUB BY 1
055100         UNTIL WS-LATER-SUB >= WS-HST-COUNT
055200         OR ATTEMPT-SUPERSEDED.
055300     IF ATTEMPT-SUPERSEDED
055400         GO TO 2210-SUM-ONE-ATTEMPT-EXIT
055500     END-IF.
055600     MOVE WS-HST-GRADE(WS-HST-SUB) TO WS-GRADE-WANTED.
055700     PERFORM 2300-MAP-GRADE-TO-POINTS
055800         THRU 2300-MAP-GRADE-TO-POINTS-EXIT.
055900     ADD WS-HST-HOURS(WS-HST-SUB) TO WS-SUM-CREDITS.
056000     COMPUTE WS-SUM-POINTS = WS-SUM-POINTS
056100         + (WS-GRADE-VALUE * WS-HST-HOURS(WS-HST-SUB)).
056200 2210-SUM-ONE-ATTEMPT-EXIT.
056300     EXIT.
056400*----------------------------------------------------------------
056500 2220-CHECK-ONE-LATER.
056600*    LOOKS AT THE ENTRY AFTER WS-LATER-SUB.
056700*----------------------------------------------------------------
056800     IF WS-HST-NAME(WS-LATER-SUB + 1) NOT = WS-ENTRY-NAME
056900         OR WS-HST-COURSE(WS-LATER-SUB + 1) NOT =
057000             WS-HST-COURSE(WS-HST-SUB)
057100         GO TO 2220-CHECK-ONE-LATER-EXIT
057200     END-IF.
057300     MOVE WS-HST-GRADE(WS-LATER-SUB + 1) TO WS-GRADE-WANTED.
057400     PERFORM 2300-MAP-GRADE-TO-POINTS
057500         THRU 2300-MAP-GRADE-TO-POINTS-EXIT.
057600     IF GRADE-CARRIES-POINTS
057700         SET ATTEMPT-SUPERSEDED TO TRUE
057800     END-IF.
057900 2220-CHECK-ONE-LATER-EXIT.
058000     EXIT.
058100*----------------------------------------------------------------
058200 2300-MAP-GRADE-TO-POINTS.
058300*    SAME FOUR-POINT SCALE AS LAB36GPA - A=4, B=3, C=2, D=1,
058400*    F=0. W AND I CARRY NO CREDIT AND NO POINTS.
058500*----------------------------------------------------------------
058600     SET GRADE-CARRIES-POINTS TO TRUE.
058700     EVALUATE WS-GRADE-WANTED
058800         WHEN "A"    MOVE 4 TO WS-GRADE-VALUE
058900         WHEN "B"    MOVE 3 TO WS-GRADE-VALUE
059000         WHEN "C"    MOVE 2 TO WS-GRADE-VALUE
059100         WHEN "D"    MOVE 1 TO WS-GRADE-VALUE
059200         WHEN "F"    MOVE 0 TO WS-GRADE-VALUE
059300         WHEN OTHER
059400             MOVE 0 TO WS-GRADE-VALUE
059500             SET GRADE-CARRIES-NOTHING TO TRUE
059600     END-EVALUATE.
059700 2300-MAP-GRADE-TO-POINTS-EXIT.
059800     EXIT.
059900*----------------------------------------------------------------
060000 2800-ACCEPT-ONE-REASON.
060100*----------------------------------------------------------------
060200     DISPLAY "Enter reason (instructor correction, incomplete "
060300         "made up, 30 characters)".
060400     ACCEPT WS-ENTRY-REASON FROM CONSOLE.
060500     IF WS-ENTRY-REASON = SPACES
060600         DISPLAY "A grade change needs a reason"
060700     END-IF.
060800 2800-ACCEPT-ONE-REASON-EXIT.
060900     EXIT.
061000*----------------------------------------------------------------
061100 3000-REWRITE-FILES.
061200*    HISTORY AND MASTER GO BACK OUT WHOLE, THEN THE ORIGINAL
061300*    GRADES ARE APPENDED TO LAB36.GCL.
061400*----------------------------------------------------------------
061500     OPEN OUTPUT historyFile.
061600     PERFORM 3100-WRITE-ONE-HISTORY
061700         THRU 3100-WRITE-ONE-HISTORY-EXIT
061800         VARYING WS-HST-SUB FROM 1 BY 1
061900         UNTIL WS-HST-SUB > WS-HST-COUNT.
062000     CLOSE historyFile.
062100     OPEN OUTPUT masterFile.
062200     PERFORM 3200-WRITE-ONE-MASTER
062300         THRU 3200-WRITE-ONE-MASTER-EXIT
062400         VARYING WS-STU-SUB FROM 1 BY 1
062500         UNTIL WS-STU-SUB > WS-STU-COUNT.
062600     CLOSE masterFile.
062700     OPEN EXTEND changeLogFile.
062800     IF changeLogFileStatus NOT = "00"
062900         OPEN OUTPUT changeLogFile
063000     END-IF.
063100     PERFORM 3300-LOG-ONE-CHANGE
063200         THRU 3300-LOG-ONE-CHANGE-EXIT
063300         VARYING WS-CHG-SUB FROM 1 BY 1
063400         UNTIL WS-CHG-SUB > WS-CHG-COUNT.
063500     CLOSE changeLogFile.
063600 3000-REWRITE-FILES-EXIT.
063700     EXIT.
063800*----------------------------------------------------------------
063900 3100-WRITE-ONE-HISTORY.
064000*----------------------------------------------------------------
064100     MOVE WS-HST-NAME(WS-HST-SUB)   TO hstStudentName.
064200     MOVE WS-HST-COURSE(WS-HST-SUB) TO hstCourse.
064300     MOVE WS-HST-HOURS(WS-HST-SUB)  TO hstCreditHours.
064400     MOVE WS-HST-GRADE(WS-HST-SUB)  TO hstGrade.
064500     MOVE WS-HST-TERM(WS-HST-SUB)   TO hstTerm.
064600     WRITE historyDetails.
064700 3100-WRITE-ONE-HISTORY-EXIT.
064800     EXIT.
064900*----------------------------------------------------------------
065000 3200-WRITE-ONE-MASTER.
065100*----------------------------------------------------------------
065200     MOVE WS-STU-NAME(WS-STU-SUB)    TO mstStudentNameI.
065300     MOVE WS-STU-CREDITS(WS-STU-SUB) TO mstPriorCreditsI.
065400     MOVE WS-STU-POINTS(WS-STU-SUB)  TO mstPriorPointsI.
065500     WRITE masterDetailsI.
065600 3200-WRITE-ONE-MASTER-EXIT.
065700     EXIT.
065800*----------------------------------------------------------------
065900 3300-LOG-ONE-CHANGE.
066000*----------------------------------------------------------------
066100     MOVE WS-CHG-NAME(WS-CHG-SUB)      TO gclStudentName.
066200     MOVE WS-CHG-COURSE(WS-CHG-SUB)    TO gclCourse.
066300     MOVE WS-CHG-TERM(WS-CHG-SUB)      TO gclTerm.
066400     MOVE WS-CHG-OLD-GRADE(WS-CHG-SUB) TO gclOldGrade.
066500     MOVE WS-CHG-NEW-GRADE(WS-CHG-SUB) TO gclNewGrade.
066600     MOVE WS-CHG-REASON(WS-CHG-SUB)    TO gclReason.
066700     MOVE WS-OPERATOR-ID               TO gclOperator.
066800     MOVE WS-TODAY                     TO gclDate.
066900     WRITE changeLogRecord.
067000 3300-LOG-ONE-CHANGE-EXIT.
067100     EXIT.
