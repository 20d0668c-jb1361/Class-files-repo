000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB36PRQ.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  REGISTRAR - STUDENT ROSTER REPORTING.
000500 DATE-WRITTEN.  10/13/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/13/2026  DL  INITIAL VERSION. MAINTENANCE PATH FOR THE
001100*                 LAB36.PRQ PROGRAM-REQUIREMENTS MASTER AND THE
001200*                 LAB36.SPG STUDENT-TO-PROGRAM ASSIGNMENTS THE
001300*                 LAB36AUD DEGREE AUDIT WORKS FROM. ONE RECORD PER
001400*                 ENTRY: A PROGRAM (CODE, TITLE, MINIMUM TOTAL
001500*                 CREDITS, MINIMUM GPA), A REQUIRED COURSE, AN
001600*                 ELECTIVE GROUP (CODE, TITLE, MINIMUM CREDITS), A
001700*                 COURSE THAT COUNTS TOWARD A GROUP, OR A STUDENT
001800*                 ASSIGNED TO A PROGRAM. COURSES MUST BE ON
001900*                 LAB36.CAT AND STUDENTS ON lab36.mst. SAME SHAPE
002000*                 AS LAB36CAT.
002020* 10/15/2026  DL  EACH REQUIREMENT ADDED AND EACH ASSIGNMENT KEYED
002040*                 NOW GOES TO CHANGE.LOG THROUGH CHGLOG. A LATER
002060*                 ASSIGNMENT FOR THE SAME STUDENT LOGS AS A CHANGE
002080*                 WITH THE ONE IT REPLACES AS THE BEFORE IMAGE.
002100*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT OPTIONAL requirementFile ASSIGN TO "LAB36.PRQ"
002600         ORGANIZATION LINE SEQUENTIAL
002700         FILE STATUS IS requirementFileStatus.
002800     SELECT OPTIONAL assignmentFile ASSIGN TO "LAB36.SPG"
002900         ORGANIZATION LINE SEQUENTIAL
003000         FILE STATUS IS assignmentFileStatus.
003100     SELECT OPTIONAL catalogFile ASSIGN TO "LAB36.CAT"
003200         ORGANIZATION LINE SEQUENTIAL
003300         FILE STATUS IS catalogFileStatus.
003400     SELECT OPTIONAL masterFile ASSIGN TO "lab36.mst"
003500         ORGANIZATION LINE SEQUENTIAL
003600         FILE STATUS IS masterFileStatus.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  requirementFile.
004000 01  requirementRecord.
004100     05  prqProgram              PIC X(06).
004200     05  prqType                 PIC X(01).
004300     05  prqCourse               PIC X(08).
004400     05  prqGroup                PIC X(04).
004500     05  prqTitle                PIC X(20).
004600     05  prqMinCredits           PIC 9(03).
004700     05  prqMinGpa               PIC 9V99.
004800 FD  assignmentFile.
004900 01  assignmentRecord.
005000     05  spgStudentName          PIC A(20).
005100     05  spgProgram              PIC X(06).
005200     05  spgDate                 PIC 9(08).
005300 FD  catalogFile.
005400 01  catalogDetails.
005500     05  catCourse               PIC X(08).
005600     05  catTitle                PIC X(20).
005700     05  catHours                PIC 9(02).
005800 FD  masterFile.
005900 01  masterDetails.
006000     05  mstStudentName          PIC A(20).
006100     05  mstPriorCredits         PIC 9(03).
006200     05  mstPriorPoints          PIC 9(04).
006300 WORKING-STORAGE SECTION.
006400*----------------------------------------------------------------
006500* FILE STATUS AND ENTRY WORK AREAS
006600*----------------------------------------------------------------
006700 01  requirementFileStatus       PIC X(02).
006800 01  assignmentFileStatus        PIC X(02).
006900 01  catalogFileStatus           PIC X(02).
007000 01  masterFileStatus            PIC X(02).
007100 01  WS-ENTRY-TYPE               PIC X(01).
007200     88  ENTRY-IS-PROGRAM                VALUE "P".
007300     88  ENTRY-IS-REQUIRED-COURSE        VALUE "C".
007400     88  ENTRY-IS-GROUP                  VALUE "G".
007500     88  ENTRY-IS-GROUP-COURSE           VALUE "E".
007600     88  ENTRY-IS-ASSIGNMENT             VALUE "S".
007700 01  WS-ENTRY-PROGRAM            PIC X(06).
007800 01  WS-ENTRY-COURSE             PIC X(08).
007900 01  WS-ENTRY-GROUP              PIC X(04).
008000 01  WS-ENTRY-TITLE              PIC X(20).
008100 01  WS-ENTRY-CREDITS            PIC X(03).
008200 01  WS-ENTRY-CREDITS-N REDEFINES WS-ENTRY-CREDITS
008300                                 PIC 9(03).
008400 01  WS-ENTRY-GPA                PIC X(04).
008500 01  WS-ENTRY-GPA-R REDEFINES WS-ENTRY-GPA.
008600     05  WS-ENTRY-GPA-WHOLE      PIC X(01).
008700     05  WS-ENTRY-GPA-DOT        PIC X(01).
008800     05  WS-ENTRY-GPA-FRAC       PIC X(02).
008900 01  WS-ENTRY-GPA-WORK.
009000     05  WS-GPA-WORK-WHOLE       PIC X(01).
009100     05  WS-GPA-WORK-FRAC        PIC X(02).
009200 01  WS-ENTRY-GPA-N REDEFINES WS-ENTRY-GPA-WORK
009300                                 PIC 9V99.
009400 01  WS-ENTRY-STUDENT            PIC A(20).
009500 01  WS-FOUND-SW                 PIC X(01) VALUE "N".
009600     88  ENTRY-FOUND                     VALUE "Y".
009700     88  ENTRY-NOT-FOUND                 VALUE "N".
009800 01  WS-DUPLICATE-SW             PIC X(01) VALUE "N".
009900     88  ENTRY-IS-DUPLICATE              VALUE "Y".
010000     88  ENTRY-IS-NOT-DUPLICATE          VALUE "N".
010100 01  WS-ANOTHER-ENTRY            PIC X(01).
010200 01  WS-MORE-ENTRIES-SW          PIC X(01) VALUE "Y".
010300     88  MORE-ENTRIES                    VALUE "Y".
010400     88  NO-MORE-ENTRIES                 VALUE "N".
010500 01  WS-ADDED-COUNT              PIC 9(03) COMP VALUE ZERO.
010600 01  WS-ASSIGNED-COUNT           PIC 9(03) COMP VALUE ZERO.
010700 01  WS-TODAY                    PIC 9(08).
010750 01  WS-PRIOR-ASSIGNMENT         PIC X(34).
010800*----------------------------------------------------------------
010900* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
011000*----------------------------------------------------------------
011100 COPY "auditparm.cpy".
011120*----------------------------------------------------------------
011140* CALL INTERFACE TO THE SHARED CHANGE-HISTORY SUBPROGRAM
011160*----------------------------------------------------------------
011180 COPY "chgparm.cpy".
011200 PROCEDURE DIVISION.
011300*----------------------------------------------------------------
011400 0000-MAINLINE.
011500*----------------------------------------------------------------
011600     MOVE "LAB36PRQ" TO AUDIT-PROGRAM-NAME.
011700     MOVE SPACES TO AUDIT-USER-ID.
011800     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
011900     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
012000     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
012100
012200     PERFORM 2000-ADD-ONE-ENTRY
012300         THRU 2000-ADD-ONE-ENTRY-EXIT
012400         UNTIL NO-MORE-ENTRIES.
012500
012600     DISPLAY WS-ADDED-COUNT " requirement record(s) added to "
012700         "LAB36.PRQ, " WS-ASSIGNED-COUNT " student(s) assigned".
012800
012900     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
013000     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
013100     COMPUTE AUDIT-RECORDS-READ = WS-ADDED-COUNT
013200         + WS-ASSIGNED-COUNT.
013300     COMPUTE AUDIT-RECORDS-WRITTEN = WS-ADDED-COUNT
013400         + WS-ASSIGNED-COUNT.
013500     CALL "AUDITLOG" USING AUDIT-PARM.
013600     STOP RUN.
013700*----------------------------------------------------------------
013800 2000-ADD-ONE-ENTRY.
013900*    PROMPT FOR THE KIND OF RECORD, THEN ITS FIELDS. A PROGRAM
014000*    MUST BE ON FILE BEFORE ANYTHING IS HUNG FROM IT.
014100*----------------------------------------------------------------
014200     DISPLAY "Add a (P)rogram, required (C)ourse, elective "
014300         "(G)roup,".
014400     DISPLAY "(E)lective group course, or (S)tudent "
014500         "assignment?".
014600     ACCEPT WS-ENTRY-TYPE FROM CONSOLE.
014700     MOVE FUNCTION UPPER-CASE(WS-ENTRY-TYPE) TO WS-ENTRY-TYPE.
014800     IF NOT ENTRY-IS-PROGRAM
014900         AND NOT ENTRY-IS-REQUIRED-COURSE
015000         AND NOT ENTRY-IS-GROUP
015100         AND NOT ENTRY-IS-GROUP-COURSE
015200         AND NOT ENTRY-IS-ASSIGNMENT
015300         DISPLAY WS-ENTRY-TYPE " is not P, C, G, E or S"
015400         GO TO 2000-ADD-ONE-ENTRY-ASK-MORE
015500     END-IF.
015600     DISPLAY "Enter the program code (up to 6 characters)".
015700     ACCEPT WS-ENTRY-PROGRAM FROM CONSOLE.
015800     MOVE FUNCTION UPPER-CASE(WS-ENTRY-PROGRAM)
015900         TO WS-ENTRY-PROGRAM.
016000     IF WS-ENTRY-PROGRAM = SPACES
016100         DISPLAY "Program code may not be blank"
016200         GO TO 2000-ADD-ONE-ENTRY-ASK-MORE
016300     END-IF.
016400     MOVE SPACES TO WS-ENTRY-COURSE.
016500     MOVE SPACES TO WS-ENTRY-GROUP.
016600     MOVE SPACES TO WS-ENTRY-TITLE.
016700     MOVE "000"  TO WS-ENTRY-CREDITS.
016800     MOVE ZERO   TO WS-ENTRY-GPA-N.
016900
017000     PERFORM 2100-FIND-PROGRAM
017100         THRU 2100-FIND-PROGRAM-EXIT.
017200     IF ENTRY-IS-PROGRAM
017300         IF ENTRY-FOUND
017400             DISPLAY "Program " WS-ENTRY-PROGRAM
017500                 " is already on LAB36.PRQ"
017600             GO TO 2000-ADD-ONE-ENTRY-ASK-MORE
017700         END-IF
017800         PERFORM 2200-KEY-PROGRAM
017900             THRU 2200-KEY-PROGRAM-EXIT
018000     ELSE
018100         IF ENTRY-NOT-FOUND
018200             DISPLAY "Program " WS-ENTRY-PROGRAM
018300                 " is not on LAB36.PRQ - add it first"
018400             GO TO 2000-ADD-ONE-ENTRY-ASK-MORE
018500         END-IF
018600     END-IF.
018700     IF ENTRY-IS-ASSIGNMENT
018800         PERFORM 2600-KEY-ASSIGNMENT
018900             THRU 2600-KEY-ASSIGNMENT-EXIT
019000         GO TO 2000-ADD-ONE-ENTRY-ASK-MORE
019100     END-IF.
019200     IF ENTRY-IS-REQUIRED-COURSE OR ENTRY-IS-GROUP-COURSE
019300         PERFORM 2300-KEY-COURSE
019400             THRU 2300-KEY-COURSE-EXIT
019500     END-IF.
019600     IF ENTRY-IS-GROUP OR ENTRY-IS-GROUP-COURSE
019700         PERFORM 2400-KEY-GROUP
019800             THRU 2400-KEY-GROUP-EXIT
019900     END-IF.
020000     IF WS-ENTRY-PROGRAM = SPACES
020100         GO TO 2000-ADD-ONE-ENTRY-ASK-MORE
020200     END-IF.
020300
020400     PERFORM 2500-CHECK-FOR-DUPLICATE
020500         THRU 2500-CHECK-FOR-DUPLICATE-EXIT.
020600     IF ENTRY-IS-DUPLICATE
020700         DISPLAY "That entry is already on LAB36.PRQ"
020800         GO TO 2000-ADD-ONE-ENTRY-ASK-MORE
020900     END-IF.
021000     PERFORM 2800-APPEND-REQUIREMENT
021100         THRU 2800-APPEND-REQUIREMENT-EXIT.
021200
021300 2000-ADD-ONE-ENTRY-ASK-MORE.
021400     DISPLAY "Add another entry? (Y/N)".
021500     ACCEPT WS-ANOTHER-ENTRY FROM CONSOLE.
021600     IF FUNCTION UPPER-CASE(WS-ANOTHER-ENTRY) = "Y"
021700         SET MORE-ENTRIES TO TRUE
021800     ELSE
021900         SET NO-MORE-ENTRIES TO TRUE
022000     END-IF.
022100 2000-ADD-ONE-ENTRY-EXIT.
022200     EXIT.
022300*----------------------------------------------------------------
022400 2100-FIND-PROGRAM.
022500*    IS THERE A P RECORD FOR THE PROGRAM CODE KEYED?
022600*----------------------------------------------------------------
022700     SET ENTRY-NOT-FOUND TO TRUE.
022800     OPEN INPUT requirementFile.
022900     IF requirementFileStatus NOT = "00"
023000         CLOSE requirementFile
023100         GO TO 2100-FIND-PROGRAM-EXIT
023200     END-IF.
023300     PERFORM FOREVER
023400         READ requirementFile
023500             AT END
023600             EXIT PERFORM
023700         END-READ
023800         IF prqProgram = WS-ENTRY-PROGRAM
023900             AND prqType = "P"
024000             SET ENTRY-FOUND TO TRUE
024100             EXIT PERFORM
024200         END-IF
024300     END-PERFORM.
024400     CLOSE requirementFile.
024500 2100-FIND-PROGRAM-EXIT.
024600     EXIT.
024700*----------------------------------------------------------------
024800 2200-KEY-PROGRAM.
024900*    TITLE, MINIMUM TOTAL CREDITS, AND MINIMUM CUMULATIVE GPA.
025000*    A BAD ANSWER BLANKS THE PROGRAM CODE SO NOTHING IS WRITTEN.
025100*----------------------------------------------------------------
025200     DISPLAY "Enter the program title (up to 20 characters)".
025300     ACCEPT WS-ENTRY-TITLE FROM CONSOLE.
025400     IF WS-ENTRY-TITLE = SPACES
025500         DISPLAY "Title may not be blank"
025600         MOVE SPACES TO WS-ENTRY-PROGRAM
025700         GO TO 2200-KEY-PROGRAM-EXIT
025800     END-IF.
025900     DISPLAY "Enter the minimum total credits (3 digits)".
026000     ACCEPT WS-ENTRY-CREDITS FROM CONSOLE.
026100     IF WS-ENTRY-CREDITS IS NOT NUMERIC
026200         OR WS-ENTRY-CREDITS-N = ZERO
026300         DISPLAY WS-ENTRY-CREDITS " is not a credit total"
026400         MOVE SPACES TO WS-ENTRY-PROGRAM
026500         GO TO 2200-KEY-PROGRAM-EXIT
026600     END-IF.
026700     DISPLAY "Enter the minimum GPA (9.99)".
026800     ACCEPT WS-ENTRY-GPA FROM CONSOLE.
026900     IF WS-ENTRY-GPA-WHOLE IS NUMERIC
027000         AND WS-ENTRY-GPA-DOT = "."
027100         AND WS-ENTRY-GPA-FRAC IS NUMERIC
027200         MOVE WS-ENTRY-GPA-WHOLE TO WS-GPA-WORK-WHOLE
027300         MOVE WS-ENTRY-GPA-FRAC  TO WS-GPA-WORK-FRAC
027400     ELSE
027500         DISPLAY WS-ENTRY-GPA " is not in 9.99 form"
027600         MOVE SPACES TO WS-ENTRY-PROGRAM
027700         GO TO 2200-KEY-PROGRAM-EXIT
027800     END-IF.
027900     IF WS-ENTRY-GPA-N > 4
028000         DISPLAY WS-ENTRY-GPA " is over the 4.00 scale"
028100         MOVE SPACES TO WS-ENTRY-PROGRAM
028200     END-IF.
028300 2200-KEY-PROGRAM-EXIT.
028400     EXIT.
028500*----------------------------------------------------------------
028600 2300-KEY-COURSE.
028700*    THE COURSE MUST BE IN THE LAB36.CAT CATALOG.
028800*----------------------------------------------------------------
028900     DISPLAY "Enter the course id (up to 8 characters)".
029000     ACCEPT WS-ENTRY-COURSE FROM CONSOLE.
029100     MOVE FUNCTION UPPER-CASE(WS-ENTRY-COURSE)
029200         TO WS-ENTRY-COURSE.
029300     SET ENTRY-NOT-FOUND TO TRUE.
029400     OPEN INPUT catalogFile.
029500     IF catalogFileStatus = "00"
029600         PERFORM FOREVER
029700             READ catalogFile
029800                 AT END
029900                 EXIT PERFORM
030000             END-READ
030100             IF catCourse = WS-ENTRY-COURSE
030200                 SET ENTRY-FOUND TO TRUE
030300                 EXIT PERFORM
030400             END-IF
030500         END-PERFORM
030600     END-IF.
030700     CLOSE catalogFile.
030800     IF ENTRY-NOT-FOUND
030900         DISPLAY "Course " WS-ENTRY-COURSE
031000             " is not on LAB36.CAT"
031100         MOVE SPACES TO WS-ENTRY-PROGRAM
031200     END-IF.
031300 2300-KEY-COURSE-EXIT.
031400     EXIT.
031500*----------------------------------------------------------------
031600 2400-KEY-GROUP.
031700*    A NEW GROUP TAKES A TITLE AND MINIMUM CREDITS. A GROUP
031800*    COURSE MUST NAME A GROUP ALREADY ON THE PROGRAM.
031900*----------------------------------------------------------------
032000     IF WS-ENTRY-PROGRAM = SPACES
032100         GO TO 2400-KEY-GROUP-EXIT
032200     END-IF.
032300     DISPLAY "Enter the elective group code (up to 4 characters)".
032400     ACCEPT WS-ENTRY-GROUP FROM CONSOLE.
032500     MOVE FUNCTION UPPER-CASE(WS-ENTRY-GROUP) TO WS-ENTRY-GROUP.
032600     IF WS-ENTRY-GROUP = SPACES
032700         DISPLAY "Group code may not be blank"
032800         MOVE SPACES TO WS-ENTRY-PROGRAM
032900         GO TO 2400-KEY-GROUP-EXIT
033000     END-IF.
033100     IF ENTRY-IS-GROUP-COURSE
033200         PERFORM 2410-FIND-GROUP
033300             THRU 2410-FIND-GROUP-EXIT
033400         IF ENTRY-NOT-FOUND
033500             DISPLAY "Group " WS-ENTRY-GROUP " is not on program "
033600                 WS-ENTRY-PROGRAM " - add it first"
033700             MOVE SPACES TO WS-ENTRY-PROGRAM
033800         END-IF
033900         GO TO 2400-KEY-GROUP-EXIT
034000     END-IF.
034100     DISPLAY "Enter the group title (up to 20 characters)".
034200     ACCEPT WS-ENTRY-TITLE FROM CONSOLE.
034300     IF WS-ENTRY-TITLE = SPACES
034400         DISPLAY "Title may not be blank"
034500         MOVE SPACES TO WS-ENTRY-PROGRAM
034600         GO TO 2400-KEY-GROUP-EXIT
034700     END-IF.
034800     DISPLAY "Enter the minimum credits from the group "
034900         "(3 digits)".
035000     ACCEPT WS-ENTRY-CREDITS FROM CONSOLE.
035100     IF WS-ENTRY-CREDITS IS NOT NUMERIC
035200         OR WS-ENTRY-CREDITS-N = ZERO
035300         DISPLAY WS-ENTRY-CREDITS " is not a credit total"
035400         MOVE SPACES TO WS-ENTRY-PROGRAM
035500     END-IF.
035600 2400-KEY-GROUP-EXIT.
035700     EXIT.
035800*----------------------------------------------------------------
035900 2410-FIND-GROUP.
036000*----------------------------------------------------------------
036100     SET ENTRY-NOT-FOUND TO TRUE.
036200     OPEN INPUT requirementFile.
036300     IF requirementFileStatus NOT = "00"
036400         CLOSE requirementFile
036500         GO TO 2410-FIND-GROUP-EXIT
036600     END-IF.
036700     PERFORM FOREVER
036800         READ requirementFile
036900             AT END
037000             EXIT PERFORM
037100         END-READ
037200         IF prqProgram = WS-ENTRY-PROGRAM
037300             AND prqType = "G"
037400             AND prqGroup = WS-ENTRY-GROUP
037500             SET ENTRY-FOUND TO TRUE
037600             EXIT PERFORM
037700         END-IF
037800     END-PERFORM.
037900     CLOSE requirementFile.
038000 2410-FIND-GROUP-EXIT.
038100     EXIT.
038200*----------------------------------------------------------------
038300 2500-CHECK-FOR-DUPLICATE.
038400*    THE SAME PROGRAM, TYPE, COURSE AND GROUP ALREADY ON FILE.
038500*----------------------------------------------------------------
038600     SET ENTRY-IS-NOT-DUPLICATE TO TRUE.
038700     OPEN INPUT requirementFile.
038800     IF requirementFileStatus NOT = "00"
038900         CLOSE requirementFile
039000         GO TO 2500-CHECK-FOR-DUPLICATE-EXIT
039100     END-IF.
039200     PERFORM FOREVER
039300         READ requirementFile
039400             AT END
039500             EXIT PERFORM
039600         END-READ
039700         IF prqProgram = WS-ENTRY-PROGRAM
039800             AND prqType = WS-ENTRY-TYPE
039900             AND prqCourse = WS-ENTRY-COURSE
040000             AND prqGroup = WS-ENTRY-GROUP
040100             SET ENTRY-IS-DUPLICATE TO TRUE
040200             EXIT PERFORM
040300         END-IF
040400     END-PERFORM.
040500     CLOSE requirementFile.
040600 2500-CHECK-FOR-DUPLICATE-EXIT.
040700     EXIT.
040800*----------------------------------------------------------------
040900 2600-KEY-ASSIGNMENT.
041000*    THE STUDENT MUST BE ON lab36.mst. A LATER ASSIGNMENT FOR
041100*    THE SAME STUDENT IS A CHANGE OF PROGRAM - LAB36AUD TAKES
041200*    THE LAST ONE ON FILE.
041300*----------------------------------------------------------------
041400     DISPLAY "Enter student name (up to 20 characters)".
041500     ACCEPT WS-ENTRY-STUDENT FROM CONSOLE.
041600     SET ENTRY-NOT-FOUND TO TRUE.
041700     OPEN INPUT masterFile.
041800     IF masterFileStatus = "00"
041900         PERFORM FOREVER
042000             READ masterFile
042100                 AT END
042200                 EXIT PERFORM
042300             END-READ
042400             IF mstStudentName = WS-ENTRY-STUDENT
042500                 SET ENTRY-FOUND TO TRUE
042600                 EXIT PERFORM
042700             END-IF
042800         END-PERFORM
042900     END-IF.
043000     CLOSE masterFile.
043100     IF ENTRY-NOT-FOUND
043200         DISPLAY WS-ENTRY-STUDENT " is not on lab36.mst"
043300         GO TO 2600-KEY-ASSIGNMENT-EXIT
043400     END-IF.
043405*    THE STUDENT'S LAST ASSIGNMENT ON FILE, IF ANY, IS THE ONE
043411*    THIS ENTRY REPLACES.
043417     MOVE SPACES TO WS-PRIOR-ASSIGNMENT.
043423     OPEN INPUT assignmentFile.
043429     IF assignmentFileStatus = "00"
043435         PERFORM FOREVER
043441             READ assignmentFile
043447                 AT END
043452                 EXIT PERFORM
043458             END-READ
043464             IF spgStudentName = WS-ENTRY-STUDENT
043470                 MOVE assignmentRecord TO WS-PRIOR-ASSIGNMENT
043476             END-IF
043482         END-PERFORM
043488     END-IF.
043494     CLOSE assignmentFile.
043500     OPEN EXTEND assignmentFile.
043600     IF assignmentFileStatus NOT = "00"
043700         OPEN OUTPUT assignmentFile
043800     END-IF.
043900     MOVE WS-ENTRY-STUDENT TO spgStudentName.
044000     MOVE WS-ENTRY-PROGRAM TO spgProgram.
044100     MOVE WS-TODAY         TO spgDate.
044200     WRITE assignmentRecord.
044212     IF WS-PRIOR-ASSIGNMENT = SPACES
044225         SET CHG-RECORD-ADDED TO TRUE
044237     ELSE
044250         SET CHG-RECORD-CHANGED TO TRUE
044262     END-IF.
044275     MOVE WS-PRIOR-ASSIGNMENT TO CHG-BEFORE-IMAGE.
044287     MOVE assignmentRecord TO CHG-AFTER-IMAGE.
044300     CLOSE assignmentFile.
044320     MOVE "LAB36.SPG" TO CHG-FILE-NAME.
044340     MOVE FUNCTION UPPER-CASE(WS-ENTRY-STUDENT) TO CHG-RECORD-KEY.
044360     PERFORM 9200-RECORD-CHANGE-HISTORY
044380         THRU 9200-RECORD-CHANGE-HISTORY-EXIT.
044400     ADD 1 TO WS-ASSIGNED-COUNT.
044500     DISPLAY WS-ENTRY-STUDENT " assigned to program "
044600         WS-ENTRY-PROGRAM.
044700 2600-KEY-ASSIGNMENT-EXIT.
044800     EXIT.
044900*----------------------------------------------------------------
045000 2800-APPEND-REQUIREMENT.
045100*    EXTEND, OR CREATE ON FIRST USE - SAME PATTERN AS LAB36CAT.
045200*----------------------------------------------------------------
045300     OPEN EXTEND requirementFile.
045400     IF requirementFileStatus NOT = "00"
045500         OPEN OUTPUT requirementFile
045600     END-IF.
045700     MOVE WS-ENTRY-PROGRAM   TO prqProgram.
045800     MOVE WS-ENTRY-TYPE      TO prqType.
045900     MOVE WS-ENTRY-COURSE    TO prqCourse.
046000     MOVE WS-ENTRY-GROUP     TO prqGroup.
046100     MOVE WS-ENTRY-TITLE     TO prqTitle.
046200     MOVE WS-ENTRY-CREDITS-N TO prqMinCredits.
046300     MOVE WS-ENTRY-GPA-N     TO prqMinGpa.
046400     WRITE requirementRecord.
046425     SET CHG-RECORD-ADDED TO TRUE.
046450     MOVE SPACES TO CHG-BEFORE-IMAGE.
046475     MOVE requirementRecord TO CHG-AFTER-IMAGE.
046500     CLOSE requirementFile.
046520     MOVE "LAB36.PRQ" TO CHG-FILE-NAME.
046540     MOVE WS-ENTRY-PROGRAM TO CHG-RECORD-KEY.
046560     PERFORM 9200-RECORD-CHANGE-HISTORY
046580         THRU 9200-RECORD-CHANGE-HISTORY-EXIT.
046600     ADD 1 TO WS-ADDED-COUNT.
046700     DISPLAY "Added " WS-ENTRY-TYPE " record for program "
046800         WS-ENTRY-PROGRAM.
046900 2800-APPEND-REQUIREMENT-EXIT.
047000     EXIT.
047100*----------------------------------------------------------------
047200 9200-RECORD-CHANGE-HISTORY.
047300*    A REQUIREMENT GOES TO CHANGE.LOG KEYED BY PROGRAM CODE, AN
047400*    ASSIGNMENT BY STUDENT NAME. THE CALLER HAS SET THE FILE,
047500*    THE KEY, THE ACTION AND THE IMAGES; THE OPERATOR COMES FROM
047600*    THE SIGN-ON FILE.
047700*----------------------------------------------------------------
047800     MOVE "LAB36PRQ" TO CHG-PROGRAM-NAME.
047900     MOVE SPACES TO CHG-USER-ID.
048000     CALL "CHGLOG" USING CHANGE-PARM.
048100 9200-RECORD-CHANGE-HISTORY-EXIT.
048200     EXIT.
