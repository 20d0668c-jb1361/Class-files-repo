000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB36SEC.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  REGISTRAR - STUDENT ROSTER REPORTING.
000500 DATE-WRITTEN.  10/13/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/13/2026  DL  INITIAL VERSION. MAINTENANCE PATH FOR THE TWO
001100*                 TABLES LAB36REG CHECKS REGISTRATIONS AGAINST -
001200*                 THE LAB36.SEC SECTION FILE (TERM, COURSE FROM
001300*                 LAB36.CAT, SECTION, SEAT LIMIT, INSTRUCTOR) AND
001400*                 THE LAB36.PRE PREREQUISITE TABLE (COURSE, THE
001500*                 COURSE THAT MUST BE COMPLETED FIRST, AND THE
001600*                 LOWEST GRADE THAT COUNTS). SAME SHAPE AS
001700*                 LAB36CAT.
001733* 10/15/2026  DL  EACH SECTION AND PREREQUISITE ADDED NOW GOES TO
001766*                 CHANGE.LOG THROUGH CHGLOG, KEYED BY COURSE.
001800*----------------------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT OPTIONAL sectionFile ASSIGN TO "LAB36.SEC"
002300         ORGANIZATION LINE SEQUENTIAL
002400         FILE STATUS IS sectionFileStatus.
002500     SELECT OPTIONAL prereqFile ASSIGN TO "LAB36.PRE"
002600         ORGANIZATION LINE SEQUENTIAL
002700         FILE STATUS IS prereqFileStatus.
002800     SELECT OPTIONAL catalogFile ASSIGN TO "LAB36.CAT"
002900         ORGANIZATION LINE SEQUENTIAL
003000         FILE STATUS IS catalogFileStatus.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  sectionFile.
003400 01  sectionRecord.
003500     05  secTerm                 PIC X(05).
003600     05  secCourse               PIC X(08).
003700     05  secSection              PIC X(03).
003800     05  secSeatLimit            PIC 9(03).
003900     05  secInstructor           PIC X(20).
004000 FD  prereqFile.
004100 01  prereqRecord.
004200     05  preCourse               PIC X(08).
004300     05  preRequired             PIC X(08).
004400     05  preMinGrade             PIC X(01).
004500 FD  catalogFile.
004600 01  catalogDetails.
004700     05  catCourse               PIC X(08).
004800     05  catTitle                PIC X(20).
004900     05  catHours                PIC 9(02).
005000 WORKING-STORAGE SECTION.
005100*----------------------------------------------------------------
005200* FILE STATUS AND ENTRY WORK AREAS
005300*----------------------------------------------------------------
005400 01  sectionFileStatus           PIC X(02).
005500 01  prereqFileStatus            PIC X(02).
005600 01  catalogFileStatus           PIC X(02).
005700 01  WS-ENTRY-TYPE               PIC X(01).
005800     88  ENTRY-IS-SECTION                VALUE "S".
005900     88  ENTRY-IS-PREREQ                 VALUE "P".
006000 01  WS-ENTRY-TERM               PIC X(05).
006100 01  WS-ENTRY-TERM-R REDEFINES WS-ENTRY-TERM.
006200     05  WS-ENTRY-TERM-YEAR      PIC X(04).
006300     05  WS-ENTRY-TERM-PART      PIC X(01).
006400 01  WS-ENTRY-COURSE             PIC X(08).
006500 01  WS-ENTRY-SECTION            PIC X(03).
006600 01  WS-ENTRY-SEATS              PIC X(03).
006700 01  WS-ENTRY-SEATS-N REDEFINES WS-ENTRY-SEATS
006800                                 PIC 9(03).
006900 01  WS-ENTRY-INSTRUCTOR         PIC X(20).
007000 01  WS-ENTRY-REQUIRED           PIC X(08).
007100 01  WS-ENTRY-MIN-GRADE          PIC X(01).
007200 01  WS-COURSE-WANTED            PIC X(08).
007300 01  WS-COURSE-FOUND-SW          PIC X(01) VALUE "N".
007400     88  COURSE-FOUND                    VALUE "Y".
007500     88  COURSE-NOT-FOUND                VALUE "N".
007600 01  WS-DUPLICATE-SW             PIC X(01) VALUE "N".
007700     88  ENTRY-IS-DUPLICATE              VALUE "Y".
007800     88  ENTRY-IS-NOT-DUPLICATE          VALUE "N".
007900 01  WS-ANOTHER-ENTRY            PIC X(01).
008000 01  WS-MORE-ENTRIES-SW          PIC X(01) VALUE "Y".
008100     88  MORE-ENTRIES                    VALUE "Y".
008200     88  NO-MORE-ENTRIES                 VALUE "N".
008300 01  WS-SECTION-COUNT            PIC 9(03) COMP VALUE ZERO.
008400 01  WS-PREREQ-COUNT             PIC 9(03) COMP VALUE ZERO.
008500*----------------------------------------------------------------
008600* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
008700*----------------------------------------------------------------
008800 COPY "auditparm.cpy".
008820*----------------------------------------------------------------
008840* CALL INTERFACE TO THE SHARED CHANGE-HISTORY SUBPROGRAM
008860*----------------------------------------------------------------
008880 COPY "chgparm.cpy".
008900 PROCEDURE DIVISION.
009000*----------------------------------------------------------------
009100 0000-MAINLINE.
009200*----------------------------------------------------------------
009300     MOVE "LAB36SEC" TO AUDIT-PROGRAM-NAME.
009400     MOVE SPACES TO AUDIT-USER-ID.
009500     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
009600     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
009700
009800     PERFORM 2000-ADD-ONE-ENTRY
009900         THRU 2000-ADD-ONE-ENTRY-EXIT
010000         UNTIL NO-MORE-ENTRIES.
010100
010200     DISPLAY WS-SECTION-COUNT " section(s) added to LAB36.SEC, "
010300         WS-PREREQ-COUNT " prerequisite(s) added to LAB36.PRE".
010400
010500     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
010600     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
010700     COMPUTE AUDIT-RECORDS-READ = WS-SECTION-COUNT
010800         + WS-PREREQ-COUNT.
010900     COMPUTE AUDIT-RECORDS-WRITTEN = WS-SECTION-COUNT
011000         + WS-PREREQ-COUNT.
011100     CALL "AUDITLOG" USING AUDIT-PARM.
011200     STOP RUN.
011300*----------------------------------------------------------------
011400 2000-ADD-ONE-ENTRY.
011500*----------------------------------------------------------------
011600     DISPLAY "Add a (S)ection or a (P)rerequisite?".
011700     ACCEPT WS-ENTRY-TYPE FROM CONSOLE.
011800     MOVE FUNCTION UPPER-CASE(WS-ENTRY-TYPE) TO WS-ENTRY-TYPE.
011900     EVALUATE TRUE
012000         WHEN ENTRY-IS-SECTION
012100             PERFORM 2100-ADD-ONE-SECTION
012200                 THRU 2100-ADD-ONE-SECTION-EXIT
012300         WHEN ENTRY-IS-PREREQ
012400             PERFORM 2200-ADD-ONE-PREREQ
012500                 THRU 2200-ADD-ONE-PREREQ-EXIT
012600         WHEN OTHER
012700             DISPLAY WS-ENTRY-TYPE " is not S or P"
012800     END-EVALUATE.
012900
013000     DISPLAY "Add another entry? (Y/N)".
013100     ACCEPT WS-ANOTHER-ENTRY FROM CONSOLE.
013200     IF FUNCTION UPPER-CASE(WS-ANOTHER-ENTRY) = "Y"
013300         SET MORE-ENTRIES TO TRUE
013400     ELSE
013500         SET NO-MORE-ENTRIES TO TRUE
013600     END-IF.
013700 2000-ADD-ONE-ENTRY-EXIT.
013800     EXIT.
013900*----------------------------------------------------------------
014000 2100-ADD-ONE-SECTION.
014100*    TERM, CATALOG COURSE, SECTION, SEAT LIMIT AND INSTRUCTOR. THE
014200*    SAME TERM, COURSE AND SECTION MAY NOT BE ADDED TWICE.
014300*----------------------------------------------------------------
014400     DISPLAY "Enter the term (YYYYT, T=1/2/3)".
014500     ACCEPT WS-ENTRY-TERM FROM CONSOLE.
014600     IF WS-ENTRY-TERM-YEAR IS NOT NUMERIC
014700         OR WS-ENTRY-TERM-PART < "1"
014800         OR WS-ENTRY-TERM-PART > "3"
014900         DISPLAY WS-ENTRY-TERM " is not a YYYYT term"
015000         GO TO 2100-ADD-ONE-SECTION-EXIT
015100     END-IF.
015200     DISPLAY "Enter the course id (up to 8 characters)".
015300     ACCEPT WS-ENTRY-COURSE FROM CONSOLE.
015400     MOVE FUNCTION UPPER-CASE(WS-ENTRY-COURSE)
015500         TO WS-ENTRY-COURSE.
015600     MOVE WS-ENTRY-COURSE TO WS-COURSE-WANTED.
015700     PERFORM 2900-CHECK-CATALOG
015800         THRU 2900-CHECK-CATALOG-EXIT.
015900     IF COURSE-NOT-FOUND
016000         DISPLAY "Course " WS-ENTRY-COURSE " is not on LAB36.CAT"
016100         GO TO 2100-ADD-ONE-SECTION-EXIT
016200     END-IF.
016300     DISPLAY "Enter the section (up to 3 characters)".
016400     ACCEPT WS-ENTRY-SECTION FROM CONSOLE.
016500     MOVE FUNCTION UPPER-CASE(WS-ENTRY-SECTION)
016600         TO WS-ENTRY-SECTION.
016700     IF WS-ENTRY-SECTION = SPACES
016800         DISPLAY "Section may not be blank"
016900         GO TO 2100-ADD-ONE-SECTION-EXIT
017000     END-IF.
017100     DISPLAY "Enter the seat limit (3 digits)".
017200     ACCEPT WS-ENTRY-SEATS FROM CONSOLE.
017300     IF WS-ENTRY-SEATS IS NOT NUMERIC
017400         OR WS-ENTRY-SEATS-N = ZERO
017500         DISPLAY WS-ENTRY-SEATS " is not a seat limit"
017600         GO TO 2100-ADD-ONE-SECTION-EXIT
017700     END-IF.
017800     DISPLAY "Enter the instructor (up to 20 characters)".
017900     ACCEPT WS-ENTRY-INSTRUCTOR FROM CONSOLE.
018000
018100     SET ENTRY-IS-NOT-DUPLICATE TO TRUE.
018200     OPEN INPUT sectionFile.
018300     IF sectionFileStatus = "00"
018400         PERFORM FOREVER
018500             READ sectionFile
018600                 AT END
018700                 EXIT PERFORM
018800             END-READ
018900             IF secTerm = WS-ENTRY-TERM
019000                 AND secCourse = WS-ENTRY-COURSE
019100                 AND secSection = WS-ENTRY-SECTION
019200                 SET ENTRY-IS-DUPLICATE TO TRUE
019300                 EXIT PERFORM
019400             END-IF
019500         END-PERFORM
019600     END-IF.
019700     CLOSE sectionFile.
019800     IF ENTRY-IS-DUPLICATE
019900         DISPLAY WS-ENTRY-COURSE " section " WS-ENTRY-SECTION
020000             " is already on LAB36.SEC for " WS-ENTRY-TERM
020100         GO TO 2100-ADD-ONE-SECTION-EXIT
020200     END-IF.
020300
020400     OPEN EXTEND sectionFile.
020500     IF sectionFileStatus NOT = "00"
020600         OPEN OUTPUT sectionFile
020700     END-IF.
020800     MOVE WS-ENTRY-TERM       TO secTerm.
020900     MOVE WS-ENTRY-COURSE     TO secCourse.
021000     MOVE WS-ENTRY-SECTION    TO secSection.
021100     MOVE WS-ENTRY-SEATS-N    TO secSeatLimit.
021200     MOVE WS-ENTRY-INSTRUCTOR TO secInstructor.
021300     WRITE sectionRecord.
021325     SET CHG-RECORD-ADDED TO TRUE.
021350     MOVE SPACES TO CHG-BEFORE-IMAGE.
021375     MOVE sectionRecord TO CHG-AFTER-IMAGE.
021400     CLOSE sectionFile.
021425     MOVE "LAB36.SEC" TO CHG-FILE-NAME.
021450     PERFORM 9200-RECORD-CHANGE-HISTORY
021475         THRU 9200-RECORD-CHANGE-HISTORY-EXIT.
021500     ADD 1 TO WS-SECTION-COUNT.
021600     DISPLAY "Added " WS-ENTRY-COURSE " section " WS-ENTRY-SECTION
021700         " for " WS-ENTRY-TERM " (" WS-ENTRY-SEATS " seats)".
021800 2100-ADD-ONE-SECTION-EXIT.
021900     EXIT.
022000*----------------------------------------------------------------
022100 2200-ADD-ONE-PREREQ.
022200*    BOTH COURSES MUST BE ON LAB36.CAT. THE LOWEST GRADE THAT
022300*    SATISFIES THE PREREQUISITE DEFAULTS TO D.
022400*----------------------------------------------------------------
022500     DISPLAY "Enter the course id (up to 8 characters)".
022600     ACCEPT WS-ENTRY-COURSE FROM CONSOLE.
022700     MOVE FUNCTION UPPER-CASE(WS-ENTRY-COURSE)
022800         TO WS-ENTRY-COURSE.
022900     MOVE WS-ENTRY-COURSE TO WS-COURSE-WANTED.
023000     PERFORM 2900-CHECK-CATALOG
023100         THRU 2900-CHECK-CATALOG-EXIT.
023200     IF COURSE-NOT-FOUND
023300         DISPLAY "Course " WS-ENTRY-COURSE " is not on LAB36.CAT"
023400         GO TO 2200-ADD-ONE-PREREQ-EXIT
023500     END-IF.
023600     DISPLAY "Enter the prerequisite course id".
023700     ACCEPT WS-ENTRY-REQUIRED FROM CONSOLE.
023800     MOVE FUNCTION UPPER-CASE(WS-ENTRY-REQUIRED)
023900         TO WS-ENTRY-REQUIRED.
024000     MOVE WS-ENTRY-REQUIRED TO WS-COURSE-WANTED.
024100     PERFORM 2900-CHECK-CATALOG
024200         THRU 2900-CHECK-CATALOG-EXIT.
024300     IF COURSE-NOT-FOUND
024400         OR WS-ENTRY-REQUIRED = WS-ENTRY-COURSE
024500         DISPLAY "Prerequisite " WS-ENTRY-REQUIRED
024600             " is not a different LAB36.CAT course"
024700         GO TO 2200-ADD-ONE-PREREQ-EXIT
024800     END-IF.
024900     DISPLAY "Enter the lowest passing grade (A-D, blank = D)".
025000     MOVE SPACES TO WS-ENTRY-MIN-GRADE.
025100     ACCEPT WS-ENTRY-MIN-GRADE FROM CONSOLE.
025200     MOVE FUNCTION UPPER-CASE(WS-ENTRY-MIN-GRADE)
025300         TO WS-ENTRY-MIN-GRADE.
025400     IF WS-ENTRY-MIN-GRADE = SPACES
025500         MOVE "D" TO WS-ENTRY-MIN-GRADE
025600     END-IF.
025700     IF WS-ENTRY-MIN-GRADE < "A" OR WS-ENTRY-MIN-GRADE > "D"
025800         DISPLAY WS-ENTRY-MIN-GRADE " is not A, B, C or D"
025900         GO TO 2200-ADD-ONE-PREREQ-EXIT
026000     END-IF.
026100
026200     SET ENTRY-IS-NOT-DUPLICATE TO TRUE.
026300     OPEN INPUT prereqFile.
026400     IF prereqFileStatus = "00"
026500         PERFORM FOREVER
026600             READ prereqFile
026700                 AT END
026800                 EXIT PERFORM
026900             END-READ
027000             IF preCourse = WS-ENTRY-COURSE
027100                 AND preRequired = WS-ENTRY-REQUIRED
027200                 SET ENTRY-IS-DUPLICATE TO TRUE
027300                 EXIT PERFORM
027400             END-IF
027500         END-PERFORM
027600     END-IF.
027700     CLOSE prereqFile.
027800     IF ENTRY-IS-DUPLICATE
027900         DISPLAY WS-ENTRY-REQUIRED " is already a prerequisite "
028000             "of " WS-ENTRY-COURSE
028100         GO TO 2200-ADD-ONE-PREREQ-EXIT
028200     END-IF.
028300
028400     OPEN EXTEND prereqFile.
028500     IF prereqFileStatus NOT = "00"
028600         OPEN OUTPUT prereqFile
028700     END-IF.
028800     MOVE WS-ENTRY-COURSE    TO preCourse.
028900     MOVE WS-ENTRY-REQUIRED  TO preRequired.
029000     MOVE WS-ENTRY-MIN-GRADE TO preMinGrade.
029100     WRITE prereqRecord.
029125     SET CHG-RECORD-ADDED TO TRUE.
029150     MOVE SPACES TO CHG-BEFORE-IMAGE.
029175     MOVE prereqRecord TO CHG-AFTER-IMAGE.
029200     CLOSE prereqFile.
029225     MOVE "LAB36.PRE" TO CHG-FILE-NAME.
029250     PERFORM 9200-RECORD-CHANGE-HISTORY
029275         THRU 9200-RECORD-CHANGE-HISTORY-EXIT.
029300     ADD 1 TO WS-PREREQ-COUNT.
029400     DISPLAY "Added " WS-ENTRY-REQUIRED " (" WS-ENTRY-MIN-GRADE
029500         " or better) as a prerequisite of " WS-ENTRY-COURSE.
029600 2200-ADD-ONE-PREREQ-EXIT.
029700     EXIT.
029800*----------------------------------------------------------------
029900 2900-CHECK-CATALOG.
030000*    IS WS-COURSE-WANTED ON LAB36.CAT?
030100*----------------------------------------------------------------
030200     SET COURSE-NOT-FOUND TO TRUE.
030300     OPEN INPUT catalogFile.
030400     IF catalogFileStatus = "00"
030500         PERFORM FOREVER
030600             READ catalogFile
030700                 AT END
030800                 EXIT PERFORM
030900             END-READ
031000             IF catCourse = WS-COURSE-WANTED
031100                 SET COURSE-FOUND TO TRUE
031200                 EXIT PERFORM
031300             END-IF
031400         END-PERFORM
031500     END-IF.
031600     CLOSE catalogFile.
031700 2900-CHECK-CATALOG-EXIT.
031800     EXIT.
031900*----------------------------------------------------------------
032000 9200-RECORD-CHANGE-HISTORY.
032100*    THE NEW SECTION OR PREREQUISITE GOES TO CHANGE.LOG KEYED BY
032200*    ITS COURSE ID. THE CALLER HAS SET THE FILE, THE ACTION AND
032300*    THE IMAGES; THE OPERATOR COMES FROM THE SIGN-ON FILE.
032400*----------------------------------------------------------------
032500     MOVE "LAB36SEC" TO CHG-PROGRAM-NAME.
032600     MOVE WS-ENTRY-COURSE TO CHG-RECORD-KEY.
032700     MOVE SPACES TO CHG-USER-ID.
032800     CALL "CHGLOG" USING CHANGE-PARM.
032900 9200-RECORD-CHANGE-HISTORY-EXIT.
033000     EXIT.
