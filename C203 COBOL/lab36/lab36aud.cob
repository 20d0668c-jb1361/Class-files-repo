000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB36AUD.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  REGISTRAR - STUDENT ROSTER REPORTING.
000500 DATE-WRITTEN.  10/13/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/13/2026  DL  INITIAL VERSION. DEGREE AUDIT. EVERY STUDENT
001100*                 ASSIGNED TO A PROGRAM ON LAB36.SPG IS CHECKED
001200*                 AGAINST THAT PROGRAM'S LAB36.PRQ REQUIREMENTS -
001300*                 REQUIRED COURSES, ELECTIVE GROUPS WITH THEIR
001400*                 MINIMUM CREDITS, MINIMUM TOTAL CREDITS, AND
001500*                 MINIMUM GPA - FROM THE lab36.hst HISTORY,
001600*                 COUNTED THE WAY LAB36GPA AND LAB36TRN COUNT IT
001700*                 (W CARRIES NOTHING, AN ATTEMPT RETAKEN IN A
001800*                 LATER TERM IS SUPERSEDED, CREDIT HOURS FROM
001900*                 LAB36.CAT). THE TERM'S lab36.grd GRADES NOT YET
002000*                 CLOSED COUNT AS IN PROGRESS. EACH REQUIREMENT
002100*                 PRINTS MET, IN PROGRESS OR MISSING ON LAB36.AUD,
002200*                 AND THE REGISTRAR'S GRADUATION-ELIGIBLE LIST IS
002300*                 WRITTEN TO LAB36.GEL.
002310* 10/13/2026  DL  A COURSE THE STUDENT IS REGISTERED IN FOR THE
002320*                 TERM ON LAB36.REG COUNTS AS IN PROGRESS TOO,
002330*                 BEFORE ANY GRADE FOR IT HAS BEEN FILED.
002400*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT OPTIONAL requirementFile ASSIGN TO "LAB36.PRQ"
002900         ORGANIZATION LINE SEQUENTIAL
003000         FILE STATUS IS requirementFileStatus.
003100     SELECT OPTIONAL assignmentFile ASSIGN TO "LAB36.SPG"
003200         ORGANIZATION LINE SEQUENTIAL
003300         FILE STATUS IS assignmentFileStatus.
003400     SELECT OPTIONAL catalogFile ASSIGN TO "LAB36.CAT"
003500         ORGANIZATION LINE SEQUENTIAL
003600         FILE STATUS IS catalogFileStatus.
003700     SELECT OPTIONAL historyFile ASSIGN TO "lab36.hst"
003800         ORGANIZATION LINE SEQUENTIAL
003900         FILE STATUS IS historyFileStatus.
004000     SELECT OPTIONAL gradeFile ASSIGN TO "lab36.grd"
004100         ORGANIZATION LINE SEQUENTIAL
004200         FILE STATUS IS gradeFileStatus.
004210     SELECT OPTIONAL registrationFile ASSIGN TO "LAB36.REG"
004220         ORGANIZATION LINE SEQUENTIAL
004230         FILE STATUS IS registrationFileStatus.
004300     SELECT auditReportFile ASSIGN TO "LAB36.AUD"
004400         ORGANIZATION LINE SEQUENTIAL.
004500     SELECT eligibleFile ASSIGN TO "LAB36.GEL"
004600         ORGANIZATION LINE SEQUENTIAL.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  requirementFile.
005000 01  requirementRecord.
005100     05  prqProgram              PIC X(06).
005200     05  prqType                 PIC X(01).
005300     05  prqCourse               PIC X(08).
005400     05  prqGroup                PIC X(04).
005500     05  prqTitle                PIC X(20).
005600     05  prqMinCredits           PIC 9(03).
005700     05  prqMinGpa               PIC 9V99.
005800 FD  assignmentFile.
005900 01  assignmentRecord.
006000     05  spgStudentName          PIC A(20).
006100     05  spgProgram              PIC X(06).
006200     05  spgDate                 PIC 9(08).
006300 FD  catalogFile.
006400 01  catalogDetailsI.
006500     05  catCourseI              PIC X(08).
006600     05  catTitleI               PIC X(20).
006700     05  catHoursI               PIC 9(02).
006800 FD  historyFile.
006900 01  historyDetails.
007000     05  hstStudentName          PIC A(20).
007100     05  hstCourse               PIC X(08).
007200     05  hstCreditHours          PIC 9(02).
007300     05  hstGrade                PIC X(01).
007400     05  hstTerm                 PIC X(05).
007500 FD  gradeFile.
007600 01  gradeDetailsI.
007700     05  grdStudentNameI         PIC A(20).
007800     05  grdCourseI              PIC X(08).
007900     05  grdCreditHoursI         PIC 9(02).
008000     05  grdGradeI               PIC X(01).
008100     05  grdTermI                PIC X(05).
008110 FD  registrationFile.
008120 01  registrationRecord.
008130     05  regTerm                 PIC X(05).
008140     05  regStudentName          PIC A(20).
008150     05  regCourse               PIC X(08).
008160     05  regSection              PIC X(03).
008170     05  regStatus               PIC X(01).
008180     05  regDate                 PIC 9(08).
008200 FD  auditReportFile.
008300 01  auditReportRecord           PIC X(80).
008400 FD  eligibleFile.
008500 01  eligibleRecord              PIC X(80).
008600 WORKING-STORAGE SECTION.
008700*----------------------------------------------------------------
008800* FILE STATUS AND RUN COUNTS
008900*----------------------------------------------------------------
009000 01  requirementFileStatus       PIC X(02).
009100 01  assignmentFileStatus        PIC X(02).
009200 01  catalogFileStatus           PIC X(02).
009300 01  historyFileStatus           PIC X(02).
009400 01  gradeFileStatus             PIC X(02).
009410 01  registrationFileStatus      PIC X(02).
009500 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
009600 01  WS-RECORDS-READ             PIC 9(07) VALUE ZERO.
009700 01  WS-AUDITS-WRITTEN           PIC 9(05) COMP VALUE ZERO.
009800 01  WS-ELIGIBLE-COUNT           PIC 9(05) COMP VALUE ZERO.
009900 01  WS-PENDING-COUNT            PIC 9(05) COMP VALUE ZERO.
010000 01  WS-RESULT-WANTED            PIC X(01).
010100 01  WS-TODAY                    PIC 9(08).
010200 01  WS-TERM-WANTED              PIC X(05).
010300 01  WS-TERM-WANTED-R REDEFINES WS-TERM-WANTED.
010400     05  WS-TERM-YEAR            PIC X(04).
010500     05  WS-TERM-PART            PIC X(01).
010600*----------------------------------------------------------------
010700* COURSE CATALOG (LAB36.CAT) - TITLES AND CREDIT HOURS
010800*----------------------------------------------------------------
010900 01  WS-CAT-COUNT                PIC 9(03) COMP VALUE ZERO.
011000 01  WS-CAT-SUB                  PIC 9(03) COMP.
011100 01  WS-CAT-TABLE.
011200     05  WS-CAT-ENTRY OCCURS 100 TIMES.
011300         10  WS-CAT-COURSE       PIC X(08).
011400         10  WS-CAT-TITLE        PIC X(20).
011500         10  WS-CAT-HOURS        PIC 9(02).
011600 01  WS-COURSE-WANTED            PIC X(08).
011700 01  WS-COURSE-TITLE             PIC X(20).
011800 01  WS-EFFECTIVE-HOURS          PIC 9(02).
011900 01  WS-COURSE-FOUND-SW          PIC X(01).
012000     88  COURSE-FOUND                    VALUE "Y".
012100     88  COURSE-NOT-FOUND                VALUE "N".
012200*----------------------------------------------------------------
012300* PROGRAM REQUIREMENTS (LAB36.PRQ) - PROGRAMS AND THE COURSE,
012400* GROUP AND GROUP-COURSE LINES HUNG FROM THEM
012500*----------------------------------------------------------------
012600 01  WS-PGM-COUNT                PIC 9(03) COMP VALUE ZERO.
012700 01  WS-PGM-SUB                  PIC 9(03) COMP.
012800 01  WS-PGM-HIT                  PIC 9(03) COMP VALUE ZERO.
012900 01  WS-PGM-TABLE.
013000     05  WS-PGM-ENTRY OCCURS 20 TIMES.
013100         10  WS-PGM-CODE         PIC X(06).
013200         10  WS-PGM-TITLE        PIC X(20).
013300         10  WS-PGM-MIN-CREDITS  PIC 9(03).
013400         10  WS-PGM-MIN-GPA      PIC 9V99.
013500 01  WS-REQ-COUNT                PIC 9(03) COMP VALUE ZERO.
013600 01  WS-REQ-SUB                  PIC 9(03) COMP.
013700 01  WS-REQ-SUB2                 PIC 9(03) COMP.
013800 01  WS-REQ-TABLE.
013900     05  WS-REQ-ENTRY OCCURS 300 TIMES.
014000         10  WS-REQ-PROGRAM      PIC X(06).
014100         10  WS-REQ-TYPE         PIC X(01).
014200         10  WS-REQ-COURSE       PIC X(08).
014300         10  WS-REQ-GROUP        PIC X(04).
014400         10  WS-REQ-TITLE        PIC X(20).
014500         10  WS-REQ-MIN-CREDITS  PIC 9(03).
014600*----------------------------------------------------------------
014700* STUDENT-TO-PROGRAM ASSIGNMENTS (LAB36.SPG) - THE LAST ONE ON
014800* FILE FOR A STUDENT WINS - AND EACH STUDENT'S AUDIT RESULT
014900*----------------------------------------------------------------
015000 01  WS-SPG-COUNT                PIC 9(03) COMP VALUE ZERO.
015100 01  WS-SPG-SUB                  PIC 9(03) COMP.
015200 01  WS-SPG-HIT                  PIC 9(03) COMP VALUE ZERO.
015300 01  WS-SPG-TABLE.
015400     05  WS-SPG-ENTRY OCCURS 200 TIMES.
015500         10  WS-SPG-NAME         PIC A(20).
015600         10  WS-SPG-PROGRAM      PIC X(06).
015700         10  WS-SPG-RESULT       PIC X(01).
015800         10  WS-SPG-CREDITS      PIC 9(04).
015900         10  WS-SPG-GPA          PIC 9V99.
016000*----------------------------------------------------------------
016100* THE WHOLE GRADE HISTORY AND THE TERM'S UNCLOSED GRADES
016200*----------------------------------------------------------------
016300 01  WS-HST-COUNT                PIC 9(03) COMP VALUE ZERO.
016400 01  WS-HST-SUB                  PIC 9(03) COMP.
016500 01  WS-HST-TABLE.
016600     05  WS-HST-ENTRY OCCURS 500 TIMES.
016700         10  WS-HST-NAME         PIC A(20).
016800         10  WS-HST-COURSE       PIC X(08).
016900         10  WS-HST-HOURS        PIC 9(02).
017000         10  WS-HST-GRADE        PIC X(01).
017100         10  WS-HST-TERM         PIC X(05).
017200 01  WS-IPG-COUNT                PIC 9(03) COMP VALUE ZERO.
017300 01  WS-IPG-SUB                  PIC 9(03) COMP.
017400 01  WS-IPG-HIT                  PIC 9(03) COMP VALUE ZERO.
017500 01  WS-IPG-TABLE.
017600     05  WS-IPG-ENTRY OCCURS 300 TIMES.
017700         10  WS-IPG-NAME         PIC A(20).
017800         10  WS-IPG-COURSE       PIC X(08).
017900         10  WS-IPG-HOURS        PIC 9(02).
018000*----------------------------------------------------------------
018100* ONE STUDENT'S ATTEMPTS, WITH THE SUPERSEDED ONES MARKED R
018200*----------------------------------------------------------------
018300 01  WS-ATT-COUNT                PIC 9(02) COMP VALUE ZERO.
018400 01  WS-ATT-SUB                  PIC 9(02) COMP.
018500 01  WS-ATT-SUB2                 PIC 9(02) COMP.
018600 01  WS-ATT-HIT                  PIC 9(02) COMP VALUE ZERO.
018700 01  WS-ATT-TABLE.
018800     05  WS-ATT-ENTRY OCCURS 60 TIMES.
018900         10  WS-ATT-COURSE       PIC X(08).
019000         10  WS-ATT-HOURS        PIC 9(02).
019100         10  WS-ATT-GRADE        PIC X(01).
019200         10  WS-ATT-TERM         PIC X(05).
019300         10  WS-ATT-REPEAT       PIC X(01).
019400*----------------------------------------------------------------
019500* GRADE ARITHMETIC - SAME FOUR-POINT SCALE LAB36GPA APPLIES. A
019600* PASSING GRADE (A THROUGH D) EARNS THE COURSE TOWARD THE DEGREE.
019700*----------------------------------------------------------------
019800 01  WS-GRADE-WANTED             PIC X(01).
019900 01  WS-GRADE-VALUE              PIC 9(01).
020000 01  WS-GRADE-COUNTS-SW          PIC X(01).
020100     88  GRADE-CARRIES-POINTS            VALUE "Y".
020200     88  GRADE-CARRIES-NOTHING           VALUE "N".
020300 01  WS-GRADE-PASS-SW            PIC X(01).
020400     88  GRADE-IS-PASSING                VALUE "Y".
020500     88  GRADE-IS-NOT-PASSING            VALUE "N".
020600 01  WS-GPA-CREDITS              PIC 9(04).
020700 01  WS-GPA-POINTS               PIC 9(05).
020800 01  WS-EARNED-CREDITS           PIC 9(04).
020900 01  WS-PENDING-CREDITS          PIC 9(04).
021000 01  WS-STUDENT-GPA              PIC 9V99.
021100 01  WS-GROUP-HAVE               PIC 9(04).
021200 01  WS-GROUP-PENDING            PIC 9(04).
021300 01  WS-REQ-STATUS               PIC X(12).
021400 01  WS-PASSED-SW                PIC X(01).
021500     88  COURSE-PASSED                   VALUE "Y".
021600     88  COURSE-NOT-PASSED               VALUE "N".
021700 01  WS-IN-PROGRESS-SW           PIC X(01).
021800     88  COURSE-IN-PROGRESS              VALUE "Y".
021900     88  COURSE-NOT-IN-PROGRESS          VALUE "N".
022000 01  WS-MISSING-TALLY            PIC 9(03) COMP.
022100 01  WS-PENDING-TALLY            PIC 9(03) COMP.
022200*----------------------------------------------------------------
022300* REPORT LINES - LAB36.AUD
022400*----------------------------------------------------------------
022500 01  WS-AUD-TITLE-LINE.
022600     05  FILLER                  PIC X(20) VALUE
022700         "DEGREE AUDIT - TERM ".
022800     05  WS-AUD-TTL-TERM         PIC X(05).
022900     05  FILLER                  PIC X(32) VALUE SPACES.
023000     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
023100     05  WS-AUD-TTL-DATE         PIC 9(08).
023200 01  WS-AUD-STUDENT-LINE.
023300     05  FILLER                  PIC X(08) VALUE "STUDENT ".
023400     05  WS-AUD-STU-NAME         PIC A(20).
023500     05  FILLER                  PIC X(10) VALUE "  PROGRAM ".
023600     05  WS-AUD-STU-PROGRAM      PIC X(06).
023700     05  FILLER                  PIC X(01) VALUE SPACE.
023800     05  WS-AUD-STU-TITLE        PIC X(20).
023900 01  WS-AUD-HEADING.
024000     05  FILLER                  PIC X(40) VALUE
024100         "  REQUIREMENT".
024200     05  FILLER                  PIC X(16) VALUE
024300         "HRS G  TERM".
024400     05  FILLER                  PIC X(06) VALUE "STATUS".
024500 01  WS-AUD-COURSE-LINE.
024600     05  FILLER                  PIC X(10) VALUE "  COURSE  ".
024700     05  WS-AUD-CRS-COURSE       PIC X(08).
024800     05  FILLER                  PIC X(01) VALUE SPACE.
024900     05  WS-AUD-CRS-TITLE        PIC X(20).
025000     05  FILLER                  PIC X(01) VALUE SPACE.
025100     05  WS-AUD-CRS-HOURS        PIC ZZ9.
025200     05  FILLER                  PIC X(01) VALUE SPACE.
025300     05  WS-AUD-CRS-GRADE        PIC X(01).
025400     05  FILLER                  PIC X(02) VALUE SPACES.
025500     05  WS-AUD-CRS-TERM         PIC X(05).
025600     05  FILLER                  PIC X(04) VALUE SPACES.
025700     05  WS-AUD-CRS-STATUS       PIC X(12).
025800 01  WS-AUD-GROUP-LINE.
025900     05  FILLER                  PIC X(10) VALUE "  GROUP   ".
026000     05  WS-AUD-GRP-GROUP        PIC X(04).
026100     05  FILLER                  PIC X(05) VALUE SPACES.
026200     05  WS-AUD-GRP-TITLE        PIC X(20).
026300     05  FILLER                  PIC X(01) VALUE SPACE.
026400     05  WS-AUD-GRP-HAVE         PIC ZZ9.
026500     05  FILLER                  PIC X(04) VALUE " OF ".
026600     05  WS-AUD-GRP-NEED         PIC ZZ9.
026700     05  FILLER                  PIC X(06) VALUE SPACES.
026800     05  WS-AUD-GRP-STATUS       PIC X(12).
026900 01  WS-AUD-CREDIT-LINE.
027000     05  FILLER                  PIC X(40) VALUE
027100         "  TOTAL CREDITS".
027200     05  WS-AUD-CRD-HAVE         PIC ZZ9.
027300     05  FILLER                  PIC X(04) VALUE " OF ".
027400     05  WS-AUD-CRD-NEED         PIC ZZ9.
027500     05  FILLER                  PIC X(06) VALUE SPACES.
027600     05  WS-AUD-CRD-STATUS       PIC X(12).
027700 01  WS-AUD-GPA-LINE.
027800     05  FILLER                  PIC X(40) VALUE
027900         "  CUMULATIVE GPA".
028000     05  WS-AUD-GPA-HAVE         PIC 9.99.
028100     05  FILLER                  PIC X(04) VALUE " OF ".
028200     05  WS-AUD-GPA-NEED         PIC 9.99.
028300     05  FILLER                  PIC X(04) VALUE SPACES.
028400     05  WS-AUD-GPA-STATUS       PIC X(12).
028500 01  WS-AUD-RESULT-LINE.
028600     05  FILLER                  PIC X(10) VALUE "  RESULT  ".
028700     05  WS-AUD-RES-TEXT         PIC X(40).
028800 01  WS-AUD-NO-PROGRAM-LINE.
028900     05  FILLER                  PIC X(10) VALUE "  RESULT  ".
029000     05  FILLER                  PIC X(40) VALUE
029100         "PROGRAM NOT ON LAB36.PRQ - NOT AUDITED".
029200 01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
029300*----------------------------------------------------------------
029400* REPORT LINES - LAB36.GEL GRADUATION-ELIGIBLE LIST
029500*----------------------------------------------------------------
029600 01  WS-GEL-TITLE-LINE.
029700     05  FILLER                  PIC X(32) VALUE
029800         "GRADUATION-ELIGIBLE LIST - TERM ".
029900     05  WS-GEL-TTL-TERM         PIC X(05).
030000     05  FILLER                  PIC X(20) VALUE SPACES.
030100     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
030200     05  WS-GEL-TTL-DATE         PIC 9(08).
030300 01  WS-GEL-HEADING              PIC X(80) VALUE
030400     "STUDENT NAME          PROGRAM  CREDITS  GPA".
030500 01  WS-GEL-PENDING-TITLE.
030600     05  FILLER                  PIC X(31) VALUE
030700         "ELIGIBLE ONCE THE GRADES FOR   ".
030800     05  WS-GEL-PND-TERM         PIC X(05).
030900     05  FILLER                  PIC X(30) VALUE
031000         " POST - NOTHING ELSE MISSING".
031100 01  WS-GEL-DETAIL.
031200     05  WS-GEL-NAME             PIC A(20).
031300     05  FILLER                  PIC X(02) VALUE SPACES.
031400     05  WS-GEL-PROGRAM          PIC X(06).
031500     05  FILLER                  PIC X(06) VALUE SPACES.
031600     05  WS-GEL-CREDITS          PIC ZZZ9.
031700     05  FILLER                  PIC X(02) VALUE SPACES.
031800     05  WS-GEL-GPA              PIC 9.99.
031900 01  WS-GEL-NONE-LINE            PIC X(80) VALUE
032000     "  NONE".
032100 01  WS-GEL-COUNT-LINE.
032200     05  FILLER                  PIC X(02) VALUE SPACES.
032300     05  WS-GEL-CNT-ELIGIBLE     PIC ZZZ9.
032400     05  FILLER                  PIC X(22) VALUE
032500         " ELIGIBLE TO GRADUATE,".
032600     05  WS-GEL-CNT-PENDING      PIC ZZZ9.
032700     05  FILLER                  PIC X(22) VALUE
032800         " PENDING TERM GRADES".
032900*----------------------------------------------------------------
033000* CALL INTERFACES TO THE SHARED SUBPROGRAMS
033100*----------------------------------------------------------------
033200 COPY "auditparm.cpy".
033300 COPY "rctlparm.cpy".
033400 PROCEDURE DIVISION.
033500*----------------------------------------------------------------
033600 0000-MAINLINE.
033700*----------------------------------------------------------------
033800     MOVE "LAB36AUD" TO AUDIT-PROGRAM-NAME.
033900     MOVE SPACES TO AUDIT-USER-ID.
034000     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
034100     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
034200     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
034300
034400     PERFORM 0500-GET-TERM
034500         THRU 0500-GET-TERM-EXIT.
034600     IF WS-FINAL-RETURN-CODE > 4
034700         GO TO 0000-WRAP-UP
034800     END-IF.
034900     PERFORM 1000-LOAD-CATALOG
035000         THRU 1000-LOAD-CATALOG-EXIT.
035100     PERFORM 1100-LOAD-REQUIREMENTS
035200         THRU 1100-LOAD-REQUIREMENTS-EXIT.
035300     PERFORM 1200-LOAD-ASSIGNMENTS
035400         THRU 1200-LOAD-ASSIGNMENTS-EXIT.
035500     IF WS-PGM-COUNT = ZERO OR WS-SPG-COUNT = ZERO
035600         DISPLAY "** LAB36.PRQ OR LAB36.SPG IS MISSING OR "
035700             "EMPTY - NOTHING TO AUDIT **"
035800         MOVE 8 TO WS-FINAL-RETURN-CODE
035900         GO TO 0000-WRAP-UP
036000     END-IF.
036100     PERFORM 1300-LOAD-HISTORY
036200         THRU 1300-LOAD-HISTORY-EXIT.
036300     PERFORM 1400-LOAD-TERM-GRADES
036400         THRU 1400-LOAD-TERM-GRADES-EXIT.
036410     PERFORM 1500-LOAD-TERM-REGISTRATIONS
036420         THRU 1500-LOAD-TERM-REGISTRATIONS-EXIT.
036500
036600     OPEN OUTPUT auditReportFile.
036700     MOVE WS-TERM-WANTED TO WS-AUD-TTL-TERM.
036800     MOVE WS-TODAY       TO WS-AUD-TTL-DATE.
036900     WRITE auditReportRecord FROM WS-AUD-TITLE-LINE.
037000     PERFORM 2000-AUDIT-ONE-STUDENT
037100         THRU 2000-AUDIT-ONE-STUDENT-EXIT
037200         VARYING WS-SPG-SUB FROM 1 BY 1
037300         UNTIL WS-SPG-SUB > WS-SPG-COUNT.
037400     CLOSE auditReportFile.
037500
037600     PERFORM 4000-WRITE-ELIGIBLE-LIST
037700         THRU 4000-WRITE-ELIGIBLE-LIST-EXIT.
037800     DISPLAY WS-AUDITS-WRITTEN " audit(s) on LAB36.AUD, "
037900         WS-ELIGIBLE-COUNT " eligible and " WS-PENDING-COUNT
038000         " pending on LAB36.GEL".
038100
038200 0000-WRAP-UP.
038300     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
038400     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
038500     MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
038600     MOVE WS-AUDITS-WRITTEN TO AUDIT-RECORDS-WRITTEN.
038700     CALL "AUDITLOG" USING AUDIT-PARM.
038800*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
038900     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
039000     STOP RUN.
039100*----------------------------------------------------------------
039200 0500-GET-TERM.
039300*    THE TERM BEING AUDITED - ITS lab36.grd GRADES ARE THE
039400*    COURSES STILL IN PROGRESS.
039500*----------------------------------------------------------------
039600     MOVE "LAB36AUD" TO RCTL-PROGRAM-NAME.
039700     MOVE "TERM" TO RCTL-KEYWORD.
039800     CALL "RUNCTL" USING RCTL-PARM.
039900     IF RCTL-VALUE-FOUND
040000         MOVE RCTL-VALUE(1:5) TO WS-TERM-WANTED
040100         DISPLAY "TERM taken from LAB36AUD.CTL"
040200     ELSE
040300         DISPLAY "Enter the term (YYYYT, T=1/2/3)"
040400         ACCEPT WS-TERM-WANTED FROM CONSOLE
040500     END-IF.
040600     IF WS-TERM-YEAR IS NOT NUMERIC
040700         OR WS-TERM-PART < "1"
040800         OR WS-TERM-PART > "3"
040900         DISPLAY "** " WS-TERM-WANTED " IS NOT A YYYYT TERM **"
041000         MOVE 8 TO WS-FINAL-RETURN-CODE
041100         GO TO 0500-GET-TERM-EXIT
041200     END-IF.
041300     DISPLAY "Auditing as of term " WS-TERM-WANTED.
041400 0500-GET-TERM-EXIT.
041500     EXIT.
041600*----------------------------------------------------------------
041700 1000-LOAD-CATALOG.
041800*----------------------------------------------------------------
041900     OPEN INPUT catalogFile.
042000     IF catalogFileStatus NOT = "00"
042100         DISPLAY "WARNING - LAB36.CAT not found, history credit "
042200             "hours are trusted this run"
042300         CLOSE catalogFile
042400         GO TO 1000-LOAD-CATALOG-EXIT
042500     END-IF.
042600     PERFORM FOREVER
042700         READ catalogFile
042800             AT END
042900             EXIT PERFORM
043000         END-READ
043100         ADD 1 TO WS-RECORDS-READ
043200         IF WS-CAT-COUNT < 100
043300             ADD 1 TO WS-CAT-COUNT
043400             MOVE catCourseI TO WS-CAT-COURSE(WS-CAT-COUNT)
043500             MOVE catTitleI  TO WS-CAT-TITLE(WS-CAT-COUNT)
043600             MOVE catHoursI  TO WS-CAT-HOURS(WS-CAT-COUNT)
043700         END-IF
043800     END-PERFORM.
043900     CLOSE catalogFile.
044000 1000-LOAD-CATALOG-EXIT.
044100     EXIT.
044200*----------------------------------------------------------------
044300 1100-LOAD-REQUIREMENTS.
044400*    P RECORDS ARE PROGRAMS; C, G AND E LINES KEEP FILE ORDER SO
044500*    THE AUDIT PRINTS THEM THE WAY THE REGISTRAR ENTERED THEM.
044600*----------------------------------------------------------------
044700     OPEN INPUT requirementFile.
044800     IF requirementFileStatus NOT = "00"
044900         CLOSE requirementFile
045000         GO TO 1100-LOAD-REQUIREMENTS-EXIT
045100     END-IF.
045200     PERFORM FOREVER
045300         READ requirementFile
045400             AT END
045500             EXIT PERFORM
045600         END-READ
045700         ADD 1 TO WS-RECORDS-READ
045800         PERFORM 1110-KEEP-ONE-REQUIREMENT
045900             THRU 1110-KEEP-ONE-REQUIREMENT-EXIT
046000     END-PERFORM.
046100     CLOSE requirementFile.
046200 1100-LOAD-REQUIREMENTS-EXIT.
046300     EXIT.
046400*----------------------------------------------------------------
046500 1110-KEEP-ONE-REQUIREMENT.
046600*----------------------------------------------------------------
046700     IF prqType = "P"
046800         IF WS-PGM-COUNT >= 20
046900             DISPLAY "WARNING - program table full, " prqProgram
047000                 " not audited"
047100             MOVE 4 TO WS-FINAL-RETURN-CODE
047200             GO TO 1110-KEEP-ONE-REQUIREMENT-EXIT
047300         END-IF
047400         ADD 1 TO WS-PGM-COUNT
047500         MOVE prqProgram    TO WS-PGM-CODE(WS-PGM-COUNT)
047600         MOVE prqTitle      TO WS-PGM-TITLE(WS-PGM-COUNT)
047700         MOVE prqMinCredits TO WS-PGM-MIN-CREDITS(WS-PGM-COUNT)
047800         MOVE prqMinGpa     TO WS-PGM-MIN-GPA(WS-PGM-COUNT)
047900         GO TO 1110-KEEP-ONE-REQUIREMENT-EXIT
048000     END-IF.
048100     IF WS-REQ-COUNT >= 300
048200         DISPLAY "WARNING - requirement table full, line for "
048300             prqProgram " dropped"
048400         MOVE 4 TO WS-FINAL-RETURN-CODE
048500         GO TO 1110-KEEP-ONE-REQUIREMENT-EXIT
048600     END-IF.
048700     ADD 1 TO WS-REQ-COUNT.
048800     MOVE prqProgram    TO WS-REQ-PROGRAM(WS-REQ-COUNT).
048900     MOVE prqType       TO WS-REQ-TYPE(WS-REQ-COUNT).
049000     MOVE prqCourse     TO WS-REQ-COURSE(WS-REQ-COUNT).
049100     MOVE prqGroup      TO WS-REQ-GROUP(WS-REQ-COUNT).
049200     MOVE prqTitle      TO WS-REQ-TITLE(WS-REQ-COUNT).
049300     MOVE prqMinCredits TO WS-REQ-MIN-CREDITS(WS-REQ-COUNT).
049400 1110-KEEP-ONE-REQUIREMENT-EXIT.
049500     EXIT.
049600*----------------------------------------------------------------
049700 1200-LOAD-ASSIGNMENTS.
049800*    A LATER ASSIGNMENT FOR A STUDENT IS A CHANGE OF PROGRAM AND
049900*    REPLACES THE EARLIER ONE.
050000*----------------------------------------------------------------
050100     OPEN INPUT assignmentFile.
050200     IF assignmentFileStatus NOT = "00"
050300         CLOSE assignmentFile
050400         GO TO 1200-LOAD-ASSIGNMENTS-EXIT
050500     END-IF.
050600     PERFORM FOREVER
050700         READ assignmentFile
050800             AT END
050900             EXIT PERFORM
051000         END-READ
051100         ADD 1 TO WS-RECORDS-READ
051200         MOVE ZERO TO WS-SPG-HIT
051300         PERFORM 1210-CHECK-ONE-ASSIGNMENT
051400             THRU 1210-CHECK-ONE-ASSIGNMENT-EXIT
051500             VARYING WS-SPG-SUB FROM 1 BY 1
051600             UNTIL WS-SPG-SUB > WS-SPG-COUNT
051700             OR WS-SPG-HIT NOT = ZERO
051800         IF WS-SPG-HIT = ZERO
051900             IF WS-SPG-COUNT >= 200
052000                 DISPLAY "WARNING - assignment table full, "
052100                     spgStudentName " not audited"
052200                 MOVE 4 TO WS-FINAL-RETURN-CODE
052300             ELSE
052400                 ADD 1 TO WS-SPG-COUNT
052500                 MOVE WS-SPG-COUNT TO WS-SPG-HIT
052600                 MOVE spgStudentName TO WS-SPG-NAME(WS-SPG-HIT)
052700             END-IF
052800         END-IF
052900         IF WS-SPG-HIT NOT = ZERO
053000             MOVE spgProgram TO WS-SPG-PROGRAM(WS-SPG-HIT)
053100         END-IF
053200     END-PERFORM.
053300     CLOSE assignmentFile.
053400 1200-LOAD-ASSIGNMENTS-EXIT.
053500     EXIT.
053600*----------------------------------------------------------------
053700 1210-CHECK-ONE-ASSIGNMENT.
053800*----------------------------------------------------------------
053900     IF WS-SPG-NAME(WS-SPG-SUB) = spgStudentName
054000         MOVE WS-SPG-SUB TO WS-SPG-HIT
054100     END-IF.
054200 1210-CHECK-ONE-ASSIGNMENT-EXIT.
054300     EXIT.
054400*----------------------------------------------------------------
054500 1300-LOAD-HISTORY.
054600*----------------------------------------------------------------
054700     OPEN INPUT historyFile.
054800     IF historyFileStatus NOT = "00"
054900         CLOSE historyFile
055000         GO TO 1300-LOAD-HISTORY-EXIT
055100     END-IF.
055200     PERFORM FOREVER
055300         READ historyFile
055400             AT END
055500             EXIT PERFORM
055600         END-READ
055700         ADD 1 TO WS-RECORDS-READ
055800         IF WS-HST-COUNT >= 500
055900             DISPLAY "WARNING - history table full, record "
056000                 "skipped: " hstStudentName
056100             MOVE 4 TO WS-FINAL-RETURN-CODE
056200         ELSE
056300             ADD 1 TO WS-HST-COUNT
056400             MOVE hstStudentName TO WS-HST-NAME(WS-HST-COUNT)
056500             MOVE hstCourse      TO WS-HST-COURSE(WS-HST-COUNT)
056600             MOVE hstCreditHours TO WS-HST-HOURS(WS-HST-COUNT)
056700             MOVE hstGrade       TO WS-HST-GRADE(WS-HST-COUNT)
056800             MOVE hstTerm        TO WS-HST-TERM(WS-HST-COUNT)
056900         END-IF
057000     END-PERFORM.
057100     CLOSE historyFile.
057200 1300-LOAD-HISTORY-EXIT.
057300     EXIT.
057400*----------------------------------------------------------------
057500 1400-LOAD-TERM-GRADES.
057600*    THE AUDITED TERM'S GRADES NOT YET CLOSED INTO lab36.hst. A
057700*    W IS A WITHDRAWAL, NOT A COURSE IN PROGRESS.
057800*----------------------------------------------------------------
057900     OPEN INPUT gradeFile.
058000     IF gradeFileStatus NOT = "00"
058100         CLOSE gradeFile
058200         GO TO 1400-LOAD-TERM-GRADES-EXIT
058300     END-IF.
058400     PERFORM FOREVER
058500         READ gradeFile
058600             AT END
058700             EXIT PERFORM
058800         END-READ
058900         ADD 1 TO WS-RECORDS-READ
059000         IF grdTermI = WS-TERM-WANTED
059100             AND grdGradeI NOT = "W"
059200             PERFORM 1410-KEEP-ONE-TERM-GRADE
059300                 THRU 1410-KEEP-ONE-TERM-GRADE-EXIT
059400         END-IF
059500     END-PERFORM.
059600     CLOSE gradeFile.
059700 1400-LOAD-TERM-GRADES-EXIT.
059800     EXIT.
059900*----------------------------------------------------------------
060000 1410-KEEP-ONE-TERM-GRADE.
060100*----------------------------------------------------------------
060200     IF WS-IPG-COUNT >= 300
060300         DISPLAY "WARNING - term grade table full, record "
060400             "skipped: " grdStudentNameI
060500         MOVE 4 TO WS-FINAL-RETURN-CODE
060600         GO TO 1410-KEEP-ONE-TERM-GRADE-EXIT
060700     END-IF.
060800     MOVE grdCourseI TO WS-COURSE-WANTED.
060900     MOVE grdCreditHoursI TO WS-EFFECTIVE-HOURS.
061000     PERFORM 1900-LOOK-UP-COURSE
061100         THRU 1900-LOOK-UP-COURSE-EXIT.
061200     ADD 1 TO WS-IPG-COUNT.
061300     MOVE grdStudentNameI    TO WS-IPG-NAME(WS-IPG-COUNT).
061400     MOVE grdCourseI         TO WS-IPG-COURSE(WS-IPG-COUNT).
061500     MOVE WS-EFFECTIVE-HOURS TO WS-IPG-HOURS(WS-IPG-COUNT).
061600 1410-KEEP-ONE-TERM-GRADE-EXIT.
061700     EXIT.
061701*----------------------------------------------------------------
061702 1500-LOAD-TERM-REGISTRATIONS.
061703*    THE AUDITED TERM'S ACTIVE LAB36.REG REGISTRATIONS ARE IN
061704*    PROGRESS AS WELL - UNLESS A GRADE FOR THE COURSE IS ALREADY
061705*    HELD FROM lab36.grd. NO FILE JUST MEANS NONE.
061706*----------------------------------------------------------------
061707     OPEN INPUT registrationFile.
061708     IF registrationFileStatus NOT = "00"
061709         CLOSE registrationFile
061710         GO TO 1500-LOAD-TERM-REGISTRATIONS-EXIT
061711     END-IF.
061712     PERFORM FOREVER
061713         READ registrationFile
061714             AT END
061715             EXIT PERFORM
061716         END-READ
061717         ADD 1 TO WS-RECORDS-READ
061718         IF regTerm = WS-TERM-WANTED
061719             AND regStatus = "R"
061720             PERFORM 1510-KEEP-ONE-REGISTRATION
061721                 THRU 1510-KEEP-ONE-REGISTRATION-EXIT
061722         END-IF
061723     END-PERFORM.
061724     CLOSE registrationFile.
061725 1500-LOAD-TERM-REGISTRATIONS-EXIT.
061726     EXIT.
061727*----------------------------------------------------------------
061728 1510-KEEP-ONE-REGISTRATION.
061729*----------------------------------------------------------------
061730     MOVE ZERO TO WS-IPG-HIT.
061731     PERFORM 1520-CHECK-ONE-HELD-GRADE
061732         THRU 1520-CHECK-ONE-HELD-GRADE-EXIT
061733         VARYING WS-IPG-SUB FROM 1 BY 1
061734         UNTIL WS-IPG-SUB > WS-IPG-COUNT
061735         OR WS-IPG-HIT NOT = ZERO.
061736     IF WS-IPG-HIT NOT = ZERO
061737         GO TO 1510-KEEP-ONE-REGISTRATION-EXIT
061738     END-IF.
061739     IF WS-IPG-COUNT >= 300
061740         DISPLAY "WARNING - term grade table full, record "
061741             "skipped: " regStudentName
061742         MOVE 4 TO WS-FINAL-RETURN-CODE
061743         GO TO 1510-KEEP-ONE-REGISTRATION-EXIT
061744     END-IF.
061745     MOVE regCourse TO WS-COURSE-WANTED.
061746     MOVE ZERO TO WS-EFFECTIVE-HOURS.
061747     PERFORM 1900-LOOK-UP-COURSE
061748         THRU 1900-LOOK-UP-COURSE-EXIT.
061749     ADD 1 TO WS-IPG-COUNT.
061750     MOVE regStudentName     TO WS-IPG-NAME(WS-IPG-COUNT).
061751     MOVE regCourse          TO WS-IPG-COURSE(WS-IPG-COUNT).
061752     MOVE WS-EFFECTIVE-HOURS TO WS-IPG-HOURS(WS-IPG-COUNT).
061753 1510-KEEP-ONE-REGISTRATION-EXIT.
061754     EXIT.
061755*----------------------------------------------------------------
061756 1520-CHECK-ONE-HELD-GRADE.
061757*----------------------------------------------------------------
061758     IF WS-IPG-NAME(WS-IPG-SUB) = regStudentName
061759         AND WS-IPG-COURSE(WS-IPG-SUB) = regCourse
061760         MOVE WS-IPG-SUB TO WS-IPG-HIT
061761     END-IF.
061762 1520-CHECK-ONE-HELD-GRADE-EXIT.
061763     EXIT.
061800*----------------------------------------------------------------
061900 1900-LOOK-UP-COURSE.
062000*    WS-EFFECTIVE-HOURS COMES BACK AS THE CATALOG'S CREDIT HOURS
062100*    WHEN THE COURSE IS ON FILE, OTHERWISE AS THE CALLER LEFT IT.
062200*----------------------------------------------------------------
062300     SET COURSE-NOT-FOUND TO TRUE.
062400     MOVE "NOT ON LAB36.CAT" TO WS-COURSE-TITLE.
062500     PERFORM 1910-CHECK-ONE-COURSE
062600         THRU 1910-CHECK-ONE-COURSE-EXIT
062700         VARYING WS-CAT-SUB FROM 1 BY 1
062800         UNTIL WS-CAT-SUB > WS-CAT-COUNT
062900         OR COURSE-FOUND.
063000 1900-LOOK-UP-COURSE-EXIT.
063100     EXIT.
063200*----------------------------------------------------------------
063300 1910-CHECK-ONE-COURSE.
063400*----------------------------------------------------------------
063500     IF WS-CAT-COURSE(WS-CAT-SUB) = WS-COURSE-WANTED
063600         SET COURSE-FOUND TO TRUE
063700         MOVE WS-CAT-HOURS(WS-CAT-SUB) TO WS-EFFECTIVE-HOURS
063800         MOVE WS-CAT-TITLE(WS-CAT-SUB) TO WS-COURSE-TITLE
063900     END-IF.
064000 1910-CHECK-ONE-COURSE-EXIT.
064100     EXIT.
064200*----------------------------------------------------------------
064300 2000-AUDIT-ONE-STUDENT.
064400*    ONE ASSIGNED STUDENT - PULL THEIR ATTEMPTS, ADD UP THE GPA
064500*    AND EARNED CREDITS, THEN WALK THE PROGRAM'S REQUIREMENTS.
064600*----------------------------------------------------------------
064700     MOVE "N" TO WS-SPG-RESULT(WS-SPG-SUB).
064800     MOVE ZERO TO WS-PGM-HIT.
064900     PERFORM 2010-CHECK-ONE-PROGRAM
065000         THRU 2010-CHECK-ONE-PROGRAM-EXIT
065100         VARYING WS-PGM-SUB FROM 1 BY 1
065200         UNTIL WS-PGM-SUB > WS-PGM-COUNT
065300         OR WS-PGM-HIT NOT = ZERO.
065400     MOVE WS-SPG-NAME(WS-SPG-SUB)    TO WS-AUD-STU-NAME.
065500     MOVE WS-SPG-PROGRAM(WS-SPG-SUB) TO WS-AUD-STU-PROGRAM.
065600     WRITE auditReportRecord FROM WS-BLANK-LINE.
065700     IF WS-PGM-HIT = ZERO
065800         MOVE SPACES TO WS-AUD-STU-TITLE
065900         WRITE auditReportRecord FROM WS-AUD-STUDENT-LINE
066000         WRITE auditReportRecord FROM WS-AUD-NO-PROGRAM-LINE
066100         DISPLAY "WARNING - " WS-SPG-NAME(WS-SPG-SUB)
066200             " is assigned to " WS-SPG-PROGRAM(WS-SPG-SUB)
066300             ", not on LAB36.PRQ"
066400         MOVE 4 TO WS-FINAL-RETURN-CODE
066500         GO TO 2000-AUDIT-ONE-STUDENT-EXIT
066600     END-IF.
066700     MOVE WS-PGM-TITLE(WS-PGM-HIT) TO WS-AUD-STU-TITLE.
066800     WRITE auditReportRecord FROM WS-AUD-STUDENT-LINE.
066900     WRITE auditReportRecord FROM WS-AUD-HEADING.
067000
067100     MOVE ZERO TO WS-ATT-COUNT.
067200     PERFORM 2100-PULL-ONE-ATTEMPT
067300         THRU 2100-PULL-ONE-ATTEMPT-EXIT
067400         VARYING WS-HST-SUB FROM 1 BY 1
067500         UNTIL WS-HST-SUB > WS-HST-COUNT.
067600     PERFORM 2200-MARK-ONE-REPEAT
067700         THRU 2200-MARK-ONE-REPEAT-EXIT
067800         VARYING WS-ATT-SUB FROM 1 BY 1
067900         UNTIL WS-ATT-SUB > WS-ATT-COUNT.
068000     MOVE ZERO TO WS-GPA-CREDITS.
068100     MOVE ZERO TO WS-GPA-POINTS.
068200     MOVE ZERO TO WS-EARNED-CREDITS.
068300     PERFORM 2300-COUNT-ONE-ATTEMPT
068400         THRU 2300-COUNT-ONE-ATTEMPT-EXIT
068500         VARYING WS-ATT-SUB FROM 1 BY 1
068600         UNTIL WS-ATT-SUB > WS-ATT-COUNT.
068700     MOVE ZERO TO WS-PENDING-CREDITS.
068800     PERFORM 2400-COUNT-ONE-PENDING
068900         THRU 2400-COUNT-ONE-PENDING-EXIT
069000         VARYING WS-IPG-SUB FROM 1 BY 1
069100         UNTIL WS-IPG-SUB > WS-IPG-COUNT.
069200     IF WS-GPA-CREDITS = ZERO
069300         MOVE ZERO TO WS-STUDENT-GPA
069400     ELSE
069500         COMPUTE WS-STUDENT-GPA ROUNDED =
069600             WS-GPA-POINTS / WS-GPA-CREDITS
069700     END-IF.
069800
069900     MOVE ZERO TO WS-MISSING-TALLY.
070000     MOVE ZERO TO WS-PENDING-TALLY.
070100     PERFORM 3000-AUDIT-ONE-REQUIREMENT
070200         THRU 3000-AUDIT-ONE-REQUIREMENT-EXIT
070300         VARYING WS-REQ-SUB FROM 1 BY 1
070400         UNTIL WS-REQ-SUB > WS-REQ-COUNT.
070500     PERFORM 3300-AUDIT-CREDITS-AND-GPA
070600         THRU 3300-AUDIT-CREDITS-AND-GPA-EXIT.
070700
070800     EVALUATE TRUE
070900         WHEN WS-MISSING-TALLY NOT = ZERO
071000             MOVE "NOT ELIGIBLE" TO WS-AUD-RES-TEXT
071100         WHEN WS-PENDING-TALLY NOT = ZERO
071200             MOVE "ELIGIBLE ONCE THE TERM'S GRADES POST"
071300                 TO WS-AUD-RES-TEXT
071400             MOVE "P" TO WS-SPG-RESULT(WS-SPG-SUB)
071500             ADD 1 TO WS-PENDING-COUNT
071600         WHEN OTHER
071700             MOVE "ELIGIBLE TO GRADUATE" TO WS-AUD-RES-TEXT
071800             MOVE "E" TO WS-SPG-RESULT(WS-SPG-SUB)
071900             ADD 1 TO WS-ELIGIBLE-COUNT
072000     END-EVALUATE.
072100     WRITE auditReportRecord FROM WS-AUD-RESULT-LINE.
072200     MOVE WS-EARNED-CREDITS TO WS-SPG-CREDITS(WS-SPG-SUB).
072300     MOVE WS-STUDENT-GPA    TO WS-SPG-GPA(WS-SPG-SUB).
072400     ADD 1 TO WS-AUDITS-WRITTEN.
072500 2000-AUDIT-ONE-STUDENT-EXIT.
072600     EXIT.
072700*----------------------------------------------------------------
072800 2010-CHECK-ONE-PROGRAM.
072900*----------------------------------------------------------------
073000     IF WS-PGM-CODE(WS-PGM-SUB) = WS-SPG-PROGRAM(WS-SPG-SUB)
073100         MOVE WS-PGM-SUB TO WS-PGM-HIT
073200     END-IF.
073300 2010-CHECK-ONE-PROGRAM-EXIT.
073400     EXIT.
073500*----------------------------------------------------------------
073600 2100-PULL-ONE-ATTEMPT.
073700*    CREDIT HOURS FROM THE CATALOG, AS LAB36GPA TAKES THEM.
073800*----------------------------------------------------------------
073900     IF WS-HST-NAME(WS-HST-SUB) NOT = WS-SPG-NAME(WS-SPG-SUB)
074000         GO TO 2100-PULL-ONE-ATTEMPT-EXIT
074100     END-IF.
074200     IF WS-ATT-COUNT >= 60
074300         DISPLAY "WARNING - attempt table full for "
074400             WS-SPG-NAME(WS-SPG-SUB) ", record dropped"
074500         MOVE 4 TO WS-FINAL-RETURN-CODE
074600         GO TO 2100-PULL-ONE-ATTEMPT-EXIT
074700     END-IF.
074800     ADD 1 TO WS-ATT-COUNT.
074900     MOVE WS-HST-COURSE(WS-HST-SUB) TO WS-COURSE-WANTED.
075000     MOVE WS-HST-HOURS(WS-HST-SUB)  TO WS-EFFECTIVE-HOURS.
075100     PERFORM 1900-LOOK-UP-COURSE
075200         THRU 1900-LOOK-UP-COURSE-EXIT.
075300     MOVE WS-HST-COURSE(WS-HST-SUB)
075400         TO WS-ATT-COURSE(WS-ATT-COUNT).
075500     MOVE WS-EFFECTIVE-HOURS        TO WS-ATT-HOURS(WS-ATT-COUNT).
075600     MOVE WS-HST-GRADE(WS-HST-SUB)  TO WS-ATT-GRADE(WS-ATT-COUNT).
075700     MOVE WS-HST-TERM(WS-HST-SUB)   TO WS-ATT-TERM(WS-ATT-COUNT).
075800     MOVE "N" TO WS-ATT-REPEAT(WS-ATT-COUNT).
075900 2100-PULL-ONE-ATTEMPT-EXIT.
076000     EXIT.
076100*----------------------------------------------------------------
076200 2200-MARK-ONE-REPEAT.
076300*    AN ATTEMPT WHOSE COURSE SHOWS UP AGAIN IN A LATER TERM IS
076400*    SUPERSEDED - SAME RULE AS THE LAB36TRN TRANSCRIPT.
076500*----------------------------------------------------------------
076600     PERFORM 2210-SCAN-LATER-ATTEMPT
076700         THRU 2210-SCAN-LATER-ATTEMPT-EXIT
076800         VARYING WS-ATT-SUB2 FROM 1 BY 1
076900         UNTIL WS-ATT-SUB2 > WS-ATT-COUNT.
077000 2200-MARK-ONE-REPEAT-EXIT.
077100     EXIT.
077200*----------------------------------------------------------------
077300 2210-SCAN-LATER-ATTEMPT.
077400*----------------------------------------------------------------
077500     IF WS-ATT-COURSE(WS-ATT-SUB2) = WS-ATT-COURSE(WS-ATT-SUB)
077600         AND WS-ATT-TERM(WS-ATT-SUB2) > WS-ATT-TERM(WS-ATT-SUB)
077700         MOVE "R" TO WS-ATT-REPEAT(WS-ATT-SUB)
077800     END-IF.
077900 2210-SCAN-LATER-ATTEMPT-EXIT.
078000     EXIT.
078100*----------------------------------------------------------------
078200 2300-COUNT-ONE-ATTEMPT.
078300*----------------------------------------------------------------
078400     IF WS-ATT-REPEAT(WS-ATT-SUB) = "R"
078500         GO TO 2300-COUNT-ONE-ATTEMPT-EXIT
078600     END-IF.
078700     MOVE WS-ATT-GRADE(WS-ATT-SUB) TO WS-GRADE-WANTED.
078800     PERFORM 3900-MAP-GRADE
078900         THRU 3900-MAP-GRADE-EXIT.
079000     IF GRADE-CARRIES-NOTHING
079100         GO TO 2300-COUNT-ONE-ATTEMPT-EXIT
079200     END-IF.
079300     ADD WS-ATT-HOURS(WS-ATT-SUB) TO WS-GPA-CREDITS.
079400     COMPUTE WS-GPA-POINTS = WS-GPA-POINTS
079500         + (WS-GRADE-VALUE * WS-ATT-HOURS(WS-ATT-SUB)).
079600     IF GRADE-IS-PASSING
079700         ADD WS-ATT-HOURS(WS-ATT-SUB) TO WS-EARNED-CREDITS
079800     END-IF.
079900 2300-COUNT-ONE-ATTEMPT-EXIT.
080000     EXIT.
080100*----------------------------------------------------------------
080200 2400-COUNT-ONE-PENDING.
080300*----------------------------------------------------------------
080400     IF WS-IPG-NAME(WS-IPG-SUB) = WS-SPG-NAME(WS-SPG-SUB)
080500         ADD WS-IPG-HOURS(WS-IPG-SUB) TO WS-PENDING-CREDITS
080600     END-IF.
080700 2400-COUNT-ONE-PENDING-EXIT.
080800     EXIT.
080900*----------------------------------------------------------------
081000 3000-AUDIT-ONE-REQUIREMENT.
081100*    C - A REQUIRED COURSE. G - AN ELECTIVE GROUP, MET BY THE
081200*    CREDITS PASSED IN ITS E COURSES. E LINES PRINT NOTHING.
081300*----------------------------------------------------------------
081400     IF WS-REQ-PROGRAM(WS-REQ-SUB) NOT = WS-PGM-CODE(WS-PGM-HIT)
081500         GO TO 3000-AUDIT-ONE-REQUIREMENT-EXIT
081600     END-IF.
081700     IF WS-REQ-TYPE(WS-REQ-SUB) = "C"
081800         PERFORM 3100-AUDIT-REQUIRED-COURSE
081900             THRU 3100-AUDIT-REQUIRED-COURSE-EXIT
082000     END-IF.
082100     IF WS-REQ-TYPE(WS-REQ-SUB) = "G"
082200         PERFORM 3200-AUDIT-ELECTIVE-GROUP
082300             THRU 3200-AUDIT-ELECTIVE-GROUP-EXIT
082400     END-IF.
082500 3000-AUDIT-ONE-REQUIREMENT-EXIT.
082600     EXIT.
082700*----------------------------------------------------------------
082800 3100-AUDIT-REQUIRED-COURSE.
082900*----------------------------------------------------------------
083000     MOVE WS-REQ-COURSE(WS-REQ-SUB) TO WS-COURSE-WANTED.
083100     MOVE ZERO TO WS-EFFECTIVE-HOURS.
083200     PERFORM 1900-LOOK-UP-COURSE
083300         THRU 1900-LOOK-UP-COURSE-EXIT.
083400     MOVE WS-COURSE-WANTED   TO WS-AUD-CRS-COURSE.
083500     MOVE WS-COURSE-TITLE    TO WS-AUD-CRS-TITLE.
083600     MOVE WS-EFFECTIVE-HOURS TO WS-AUD-CRS-HOURS.
083700     MOVE SPACES TO WS-AUD-CRS-GRADE.
083800     MOVE SPACES TO WS-AUD-CRS-TERM.
083900     PERFORM 3500-FIND-PASSED-ATTEMPT
084000         THRU 3500-FIND-PASSED-ATTEMPT-EXIT.
084100     IF WS-ATT-HIT NOT = ZERO
084200         MOVE WS-ATT-GRADE(WS-ATT-HIT) TO WS-AUD-CRS-GRADE
084300         MOVE WS-ATT-TERM(WS-ATT-HIT)  TO WS-AUD-CRS-TERM
084400     END-IF.
084500     EVALUATE TRUE
084600         WHEN COURSE-PASSED
084700             MOVE "MET" TO WS-AUD-CRS-STATUS
084800         WHEN OTHER
084900             PERFORM 3600-FIND-IN-PROGRESS
085000                 THRU 3600-FIND-IN-PROGRESS-EXIT
085100             IF COURSE-IN-PROGRESS
085200                 MOVE SPACES TO WS-AUD-CRS-GRADE
085300                 MOVE WS-TERM-WANTED TO WS-AUD-CRS-TERM
085400                 MOVE "IN PROGRESS" TO WS-AUD-CRS-STATUS
085500                 ADD 1 TO WS-PENDING-TALLY
085600             ELSE
085700                 MOVE "MISSING" TO WS-AUD-CRS-STATUS
085800                 ADD 1 TO WS-MISSING-TALLY
085900             END-IF
086000     END-EVALUATE.
086100     WRITE auditReportRecord FROM WS-AUD-COURSE-LINE.
086200 3100-AUDIT-REQUIRED-COURSE-EXIT.
086300     EXIT.
086400*----------------------------------------------------------------
086500 3200-AUDIT-ELECTIVE-GROUP.
086600*----------------------------------------------------------------
086700     MOVE ZERO TO WS-GROUP-HAVE.
086800     MOVE ZERO TO WS-GROUP-PENDING.
086900     PERFORM 3210-COUNT-ONE-GROUP-COURSE
087000         THRU 3210-COUNT-ONE-GROUP-COURSE-EXIT
087100         VARYING WS-REQ-SUB2 FROM 1 BY 1
087200         UNTIL WS-REQ-SUB2 > WS-REQ-COUNT.
087300     MOVE WS-REQ-GROUP(WS-REQ-SUB)       TO WS-AUD-GRP-GROUP.
087400     MOVE WS-REQ-TITLE(WS-REQ-SUB)       TO WS-AUD-GRP-TITLE.
087500     MOVE WS-GROUP-HAVE                  TO WS-AUD-GRP-HAVE.
087600     MOVE WS-REQ-MIN-CREDITS(WS-REQ-SUB) TO WS-AUD-GRP-NEED.
087700     EVALUATE TRUE
087800         WHEN WS-GROUP-HAVE NOT < WS-REQ-MIN-CREDITS(WS-REQ-SUB)
087900             MOVE "MET" TO WS-AUD-GRP-STATUS
088000         WHEN WS-GROUP-HAVE + WS-GROUP-PENDING
088100             NOT < WS-REQ-MIN-CREDITS(WS-REQ-SUB)
088200             MOVE "IN PROGRESS" TO WS-AUD-GRP-STATUS
088300             ADD 1 TO WS-PENDING-TALLY
088400         WHEN OTHER
088500             MOVE "MISSING" TO WS-AUD-GRP-STATUS
088600             ADD 1 TO WS-MISSING-TALLY
088700     END-EVALUATE.
088800     WRITE auditReportRecord FROM WS-AUD-GROUP-LINE.
088900 3200-AUDIT-ELECTIVE-GROUP-EXIT.
089000     EXIT.
089100*----------------------------------------------------------------
089200 3210-COUNT-ONE-GROUP-COURSE.
089300*----------------------------------------------------------------
089400     IF WS-REQ-PROGRAM(WS-REQ-SUB2) NOT = WS-PGM-CODE(WS-PGM-HIT)
089500         OR WS-REQ-TYPE(WS-REQ-SUB2) NOT = "E"
089600         OR WS-REQ-GROUP(WS-REQ-SUB2)
089700             NOT = WS-REQ-GROUP(WS-REQ-SUB)
089800         GO TO 3210-COUNT-ONE-GROUP-COURSE-EXIT
089900     END-IF.
090000     MOVE WS-REQ-COURSE(WS-REQ-SUB2) TO WS-COURSE-WANTED.
090100     PERFORM 3500-FIND-PASSED-ATTEMPT
090200         THRU 3500-FIND-PASSED-ATTEMPT-EXIT.
090300     IF COURSE-PASSED
090400         ADD WS-ATT-HOURS(WS-ATT-HIT) TO WS-GROUP-HAVE
090500         GO TO 3210-COUNT-ONE-GROUP-COURSE-EXIT
090600     END-IF.
090700     PERFORM 3600-FIND-IN-PROGRESS
090800         THRU 3600-FIND-IN-PROGRESS-EXIT.
090900     IF COURSE-IN-PROGRESS
091000         ADD WS-IPG-HOURS(WS-IPG-HIT) TO WS-GROUP-PENDING
091100     END-IF.
091200 3210-COUNT-ONE-GROUP-COURSE-EXIT.
091300     EXIT.
091400*----------------------------------------------------------------
091500 3300-AUDIT-CREDITS-AND-GPA.
091600*    TOTAL CREDITS ARE THE ONES EARNED WITH A PASSING GRADE; THE
091700*    GPA IS LAB36GPA'S. THE TERM'S GRADES CAN ONLY HELP CREDITS.
091800*----------------------------------------------------------------
091900     MOVE WS-EARNED-CREDITS TO WS-AUD-CRD-HAVE.
092000     MOVE WS-PGM-MIN-CREDITS(WS-PGM-HIT) TO WS-AUD-CRD-NEED.
092100     EVALUATE TRUE
092200         WHEN WS-EARNED-CREDITS
092300             NOT < WS-PGM-MIN-CREDITS(WS-PGM-HIT)
092400             MOVE "MET" TO WS-AUD-CRD-STATUS
092500         WHEN WS-EARNED-CREDITS + WS-PENDING-CREDITS
092600             NOT < WS-PGM-MIN-CREDITS(WS-PGM-HIT)
092700             MOVE "IN PROGRESS" TO WS-AUD-CRD-STATUS
092800             ADD 1 TO WS-PENDING-TALLY
092900         WHEN OTHER
093000             MOVE "MISSING" TO WS-AUD-CRD-STATUS
093100             ADD 1 TO WS-MISSING-TALLY
093200     END-EVALUATE.
093300     WRITE auditReportRecord FROM WS-AUD-CREDIT-LINE.
093400     MOVE WS-STUDENT-GPA TO WS-AUD-GPA-HAVE.
093500     MOVE WS-PGM-MIN-GPA(WS-PGM-HIT) TO WS-AUD-GPA-NEED.
093600     IF WS-STUDENT-GPA NOT < WS-PGM-MIN-GPA(WS-PGM-HIT)
093700         AND WS-GPA-CREDITS NOT = ZERO
093800         MOVE "MET" TO WS-AUD-GPA-STATUS
093900     ELSE
094000         MOVE "MISSING" TO WS-AUD-GPA-STATUS
094100         ADD 1 TO WS-MISSING-TALLY
094200     END-IF.
094300     WRITE auditReportRecord FROM WS-AUD-GPA-LINE.
094400 3300-AUDIT-CREDITS-AND-GPA-EXIT.
094500     EXIT.
094600*----------------------------------------------------------------
094700 3500-FIND-PASSED-ATTEMPT.
094800*    THE ATTEMPT OF WS-COURSE-WANTED THAT COUNTS (NOT SUPERSEDED)
094900*    COMES BACK IN WS-ATT-HIT; COURSE-PASSED WHEN IT IS A D OR
095000*    BETTER.
095100*----------------------------------------------------------------
095200     SET COURSE-NOT-PASSED TO TRUE.
095300     MOVE ZERO TO WS-ATT-HIT.
095400     PERFORM 3510-CHECK-ONE-ATTEMPT
095500         THRU 3510-CHECK-ONE-ATTEMPT-EXIT
095600         VARYING WS-ATT-SUB FROM 1 BY 1
095700         UNTIL WS-ATT-SUB > WS-ATT-COUNT.
095800     IF WS-ATT-HIT = ZERO
095900         GO TO 3500-FIND-PASSED-ATTEMPT-EXIT
096000     END-IF.
096100     MOVE WS-ATT-GRADE(WS-ATT-HIT) TO WS-GRADE-WANTED.
096200     PERFORM 3900-MAP-GRADE
096300         THRU 3900-MAP-GRADE-EXIT.
096400     IF GRADE-IS-PASSING
096500         SET COURSE-PASSED TO TRUE
096600     END-IF.
096700 3500-FIND-PASSED-ATTEMPT-EXIT.
096800     EXIT.
096900*----------------------------------------------------------------
097000 3510-CHECK-ONE-ATTEMPT.
097100*----------------------------------------------------------------
097200     IF WS-ATT-COURSE(WS-ATT-SUB) = WS-COURSE-WANTED
097300         AND WS-ATT-REPEAT(WS-ATT-SUB) NOT = "R"
097400         MOVE WS-ATT-SUB TO WS-ATT-HIT
097500     END-IF.
097600 3510-CHECK-ONE-ATTEMPT-EXIT.
097700     EXIT.
097800*----------------------------------------------------------------
097900 3600-FIND-IN-PROGRESS.
098000*    WS-IPG-HIT IS LEFT ON THE TERM GRADE WHEN ONE IS FOUND.
098100*----------------------------------------------------------------
098200     SET COURSE-NOT-IN-PROGRESS TO TRUE.
098300     MOVE ZERO TO WS-IPG-HIT.
098400     PERFORM 3610-CHECK-ONE-TERM-GRADE
098500         THRU 3610-CHECK-ONE-TERM-GRADE-EXIT
098600         VARYING WS-IPG-SUB FROM 1 BY 1
098700         UNTIL WS-IPG-SUB > WS-IPG-COUNT
098800         OR COURSE-IN-PROGRESS.
098900 3600-FIND-IN-PROGRESS-EXIT.
099000     EXIT.
099100*----------------------------------------------------------------
099200 3610-CHECK-ONE-TERM-GRADE.
099300*----------------------------------------------------------------
099400     IF WS-IPG-NAME(WS-IPG-SUB) = WS-SPG-NAME(WS-SPG-SUB)
099500         AND WS-IPG-COURSE(WS-IPG-SUB) = WS-COURSE-WANTED
099600         SET COURSE-IN-PROGRESS TO TRUE
099700         MOVE WS-IPG-SUB TO WS-IPG-HIT
099800     END-IF.
099900 3610-CHECK-ONE-TERM-GRADE-EXIT.
100000     EXIT.
100100*----------------------------------------------------------------
100200 3900-MAP-GRADE.
100300*    SAME FOUR-POINT SCALE AS LAB36GPA - A=4, B=3, C=2, D=1,
100400*    F=0. W, OR ANYTHING ELSE, CARRIES NO CREDIT AND NO POINTS.
100500*----------------------------------------------------------------
100600     SET GRADE-CARRIES-POINTS TO TRUE.
100700     SET GRADE-IS-PASSING TO TRUE.
100800     EVALUATE WS-GRADE-WANTED
100900         WHEN "A"    MOVE 4 TO WS-GRADE-VALUE
101000         WHEN "B"    MOVE 3 TO WS-GRADE-VALUE
101100         WHEN "C"    MOVE 2 TO WS-GRADE-VALUE
101200         WHEN "D"    MOVE 1 TO WS-GRADE-VALUE
101300         WHEN "F"
101400             MOVE 0 TO WS-GRADE-VALUE
101500             SET GRADE-IS-NOT-PASSING TO TRUE
101600         WHEN OTHER
101700             MOVE 0 TO WS-GRADE-VALUE
101800             SET GRADE-CARRIES-NOTHING TO TRUE
101900             SET GRADE-IS-NOT-PASSING TO TRUE
102000     END-EVALUATE.
102100 3900-MAP-GRADE-EXIT.
102200     EXIT.
102300*----------------------------------------------------------------
102400 4000-WRITE-ELIGIBLE-LIST.
102500*    THE REGISTRAR'S LIST - ELIGIBLE NOW, THEN ELIGIBLE ONCE THE
102600*    AUDITED TERM'S GRADES ARE CLOSED.
102700*----------------------------------------------------------------
102800     OPEN OUTPUT eligibleFile.
102900     MOVE WS-TERM-WANTED TO WS-GEL-TTL-TERM.
103000     MOVE WS-TODAY       TO WS-GEL-TTL-DATE.
103100     WRITE eligibleRecord FROM WS-GEL-TITLE-LINE.
103200     WRITE eligibleRecord FROM WS-BLANK-LINE.
103300     WRITE eligibleRecord FROM WS-GEL-HEADING.
103400     MOVE "E" TO WS-RESULT-WANTED.
103500     PERFORM 4100-WRITE-ONE-ELIGIBLE
103600         THRU 4100-WRITE-ONE-ELIGIBLE-EXIT
103700         VARYING WS-SPG-SUB FROM 1 BY 1
103800         UNTIL WS-SPG-SUB > WS-SPG-COUNT.
103900     IF WS-ELIGIBLE-COUNT = ZERO
104000         WRITE eligibleRecord FROM WS-GEL-NONE-LINE
104100     END-IF.
104200     WRITE eligibleRecord FROM WS-BLANK-LINE.
104300     MOVE WS-TERM-WANTED TO WS-GEL-PND-TERM.
104400     WRITE eligibleRecord FROM WS-GEL-PENDING-TITLE.
104500     WRITE eligibleRecord FROM WS-BLANK-LINE.
104600     WRITE eligibleRecord FROM WS-GEL-HEADING.
104700     MOVE "P" TO WS-RESULT-WANTED.
104800     PERFORM 4100-WRITE-ONE-ELIGIBLE
104900         THRU 4100-WRITE-ONE-ELIGIBLE-EXIT
105000         VARYING WS-SPG-SUB FROM 1 BY 1
105100         UNTIL WS-SPG-SUB > WS-SPG-COUNT.
105200     IF WS-PENDING-COUNT = ZERO
105300         WRITE eligibleRecord FROM WS-GEL-NONE-LINE
105400     END-IF.
105500     WRITE eligibleRecord FROM WS-BLANK-LINE.
105600     MOVE WS-ELIGIBLE-COUNT TO WS-GEL-CNT-ELIGIBLE.
105700     MOVE WS-PENDING-COUNT  TO WS-GEL-CNT-PENDING.
105800     WRITE eligibleRecord FROM WS-GEL-COUNT-LINE.
105900     CLOSE eligibleFile.
106000 4000-WRITE-ELIGIBLE-LIST-EXIT.
106100     EXIT.
106200*----------------------------------------------------------------
106300 4100-WRITE-ONE-ELIGIBLE.
106400*    WS-RESULT-WANTED IS THE RESULT BEING LISTED - E OR P.
106500*----------------------------------------------------------------
106600     IF WS-SPG-RESULT(WS-SPG-SUB) NOT = WS-RESULT-WANTED
106700         GO TO 4100-WRITE-ONE-ELIGIBLE-EXIT
106800     END-IF.
106900     MOVE WS-SPG-NAME(WS-SPG-SUB)    TO WS-GEL-NAME.
107000     MOVE WS-SPG-PROGRAM(WS-SPG-SUB) TO WS-GEL-PROGRAM.
107100     MOVE WS-SPG-CREDITS(WS-SPG-SUB) TO WS-GEL-CREDITS.
107200     MOVE WS-SPG-GPA(WS-SPG-SUB)     TO WS-GEL-GPA.
107300     WRITE eligibleRecord FROM WS-GEL-DETAIL.
107400 4100-WRITE-ONE-ELIGIBLE-EXIT.
107500     EXIT.
