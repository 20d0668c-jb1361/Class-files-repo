000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB36ROL.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  REGISTRAR - STUDENT ROSTER REPORTING.
000500 DATE-WRITTEN.  10/13/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/13/2026  DL  INITIAL VERSION. CLASS LISTS FOR INSTRUCTORS.
001100*                 FOR ONE TERM, EVERY LAB36.SEC SECTION IN FILE
001200*                 ORDER WITH ITS COURSE TITLE, INSTRUCTOR, AND
001300*                 SEATS TAKEN OF THE LIMIT, THEN THE STUDENTS
001400*                 REGISTERED IN IT ON LAB36.REG IN NAME ORDER.
001500*                 DROPPED REGISTRATIONS ARE LEFT OFF. ONE SECTION
001600*                 PER PAGE ON LAB36.ROL, LAB36.TRS STYLE.
001700*----------------------------------------------------------------
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100     SELECT OPTIONAL sectionFile ASSIGN TO "LAB36.SEC"
002200         ORGANIZATION LINE SEQUENTIAL
002300         FILE STATUS IS sectionFileStatus.
002400     SELECT OPTIONAL registrationFile ASSIGN TO "LAB36.REG"
002500         ORGANIZATION LINE SEQUENTIAL
002600         FILE STATUS IS registrationFileStatus.
002700     SELECT OPTIONAL catalogFile ASSIGN TO "LAB36.CAT"
002800         ORGANIZATION LINE SEQUENTIAL
002900         FILE STATUS IS catalogFileStatus.
003000     SELECT classListFile ASSIGN TO "LAB36.ROL"
003100         ORGANIZATION LINE SEQUENTIAL.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  sectionFile.
003500 01  sectionRecord.
003600     05  secTerm                 PIC X(05).
003700     05  secCourse               PIC X(08).
003800     05  secSection              PIC X(03).
003900     05  secSeatLimit            PIC 9(03).
004000     05  secInstructor           PIC X(20).
004100 FD  registrationFile.
004200 01  registrationRecord.
004300     05  regTerm                 PIC X(05).
004400     05  regStudentName          PIC A(20).
004500     05  regCourse               PIC X(08).
004600     05  regSection              PIC X(03).
004700     05  regStatus               PIC X(01).
004800     05  regDate                 PIC 9(08).
004900 FD  catalogFile.
005000 01  catalogDetailsI.
005100     05  catCourseI              PIC X(08).
005200     05  catTitleI               PIC X(20).
005300     05  catHoursI               PIC 9(02).
005400 FD  classListFile.
005500 01  classListRecord             PIC X(80).
005600 WORKING-STORAGE SECTION.
005700*----------------------------------------------------------------
005800* FILE STATUS AND RUN COUNTS
005900*----------------------------------------------------------------
006000 01  sectionFileStatus           PIC X(02).
006100 01  registrationFileStatus      PIC X(02).
006200 01  catalogFileStatus           PIC X(02).
006300 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
006400 01  WS-RECORDS-READ             PIC 9(07) VALUE ZERO.
006500 01  WS-LINES-WRITTEN            PIC 9(07) VALUE ZERO.
006600 01  WS-SECTIONS-LISTED          PIC 9(03) COMP VALUE ZERO.
006700 01  WS-TERM-WANTED              PIC X(05).
006800 01  WS-TERM-WANTED-R REDEFINES WS-TERM-WANTED.
006900     05  WS-TERM-YEAR            PIC X(04).
007000     05  WS-TERM-PART            PIC X(01).
007100*----------------------------------------------------------------
007200* COURSE CATALOG (LAB36.CAT) - TITLES
007300*----------------------------------------------------------------
007400 01  WS-CAT-COUNT                PIC 9(03) COMP VALUE ZERO.
007500 01  WS-CAT-SUB                  PIC 9(03) COMP.
007600 01  WS-CAT-TABLE.
007700     05  WS-CAT-ENTRY OCCURS 100 TIMES.
007800         10  WS-CAT-COURSE       PIC X(08).
007900         10  WS-CAT-TITLE        PIC X(20).
008000 01  WS-COURSE-TITLE             PIC X(20).
008100*----------------------------------------------------------------
008200* THE TERM'S ACTIVE REGISTRATIONS (LAB36.REG)
008300*----------------------------------------------------------------
008400 01  WS-REG-COUNT                PIC 9(04) COMP VALUE ZERO.
008500 01  WS-REG-SUB                  PIC 9(04) COMP.
008600 01  WS-REG-TABLE.
008700     05  WS-REG-ENTRY OCCURS 1000 TIMES.
008800         10  WS-REG-NAME         PIC A(20).
008900         10  WS-REG-COURSE       PIC X(08).
009000         10  WS-REG-SECTION      PIC X(03).
009100*----------------------------------------------------------------
009200* ONE SECTION'S STUDENTS, PULLED OUT AND SORTED BY NAME
009300*----------------------------------------------------------------
009400 01  WS-STU-COUNT                PIC 9(03) COMP VALUE ZERO.
009500 01  WS-STU-SUB                  PIC 9(03) COMP.
009600 01  WS-SORT-SUB                 PIC 9(03) COMP.
009700 01  WS-SORT-SWAP                PIC A(20).
009800 01  WS-STU-TABLE.
009900     05  WS-STU-NAME OCCURS 200 TIMES
010000                                 PIC A(20).
010100*----------------------------------------------------------------
010200* CLASS LIST LINE LAYOUTS
010300*----------------------------------------------------------------
010400 01  WS-SEATS-LINE.
010500     05  FILLER                  PIC X(04) VALUE "    ".
010600     05  FILLER                  PIC X(12) VALUE "SEATS TAKEN ".
010700     05  WS-SL-TAKEN             PIC ZZ9.
010800     05  FILLER                  PIC X(04) VALUE " OF ".
010900     05  WS-SL-LIMIT             PIC ZZ9.
011000 01  WS-DETAIL-LINE.
011100     05  FILLER                  PIC X(04) VALUE "    ".
011200     05  WS-DL-SEQ               PIC ZZ9.
011300     05  FILLER                  PIC X(02) VALUE "  ".
011400     05  WS-DL-NAME              PIC A(20).
011500*----------------------------------------------------------------
011600* CALL INTERFACES TO THE SHARED SUBPROGRAMS
011700*----------------------------------------------------------------
011800 COPY "auditparm.cpy".
011900 COPY "rctlparm.cpy".
012000 PROCEDURE DIVISION.
012100*----------------------------------------------------------------
012200 0000-MAINLINE.
012300*----------------------------------------------------------------
012400     MOVE "LAB36ROL" TO AUDIT-PROGRAM-NAME.
012500     MOVE SPACES TO AUDIT-USER-ID.
012600     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
012700     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
012800
012900     PERFORM 0500-GET-TERM
013000         THRU 0500-GET-TERM-EXIT.
013100     IF WS-FINAL-RETURN-CODE > 4
013200         GO TO 0000-WRAP-UP
013300     END-IF.
013400     PERFORM 1000-LOAD-CATALOG
013500         THRU 1000-LOAD-CATALOG-EXIT.
013600     PERFORM 1100-LOAD-REGISTRATIONS
013700         THRU 1100-LOAD-REGISTRATIONS-EXIT.
013800
013900     OPEN INPUT sectionFile.
014000     IF sectionFileStatus NOT = "00"
014100         DISPLAY "** LAB36.SEC NOT FOUND - NO SECTIONS TO LIST **"
014200         CLOSE sectionFile
014300         MOVE 8 TO WS-FINAL-RETURN-CODE
014400         GO TO 0000-WRAP-UP
014500     END-IF.
014600     OPEN OUTPUT classListFile.
014700     PERFORM FOREVER
014800         READ sectionFile
014900             AT END
015000             EXIT PERFORM
015100         END-READ
015200         ADD 1 TO WS-RECORDS-READ
015300         IF secTerm = WS-TERM-WANTED
015400             PERFORM 2000-LIST-ONE-SECTION
015500                 THRU 2000-LIST-ONE-SECTION-EXIT
015600         END-IF
015700     END-PERFORM.
015800     CLOSE sectionFile.
015900     CLOSE classListFile.
016000
016100     IF WS-SECTIONS-LISTED = ZERO
016200         DISPLAY "WARNING - no LAB36.SEC sections for term "
016300             WS-TERM-WANTED
016400         MOVE 4 TO WS-FINAL-RETURN-CODE
016500     ELSE
016600         DISPLAY WS-SECTIONS-LISTED " class lists written to "
016700             "LAB36.ROL"
016800     END-IF.
016900
017000 0000-WRAP-UP.
017100     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
017200     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
017300     MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
017400     MOVE WS-LINES-WRITTEN TO AUDIT-RECORDS-WRITTEN.
017500     CALL "AUDITLOG" USING AUDIT-PARM.
017600*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
017700     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
017800     STOP RUN.
017900*----------------------------------------------------------------
018000 0500-GET-TERM.
018100*----------------------------------------------------------------
018200     MOVE "LAB36ROL" TO RCTL-PROGRAM-NAME.
018300     MOVE "TERM" TO RCTL-KEYWORD.
018400     CALL "RUNCTL" USING RCTL-PARM.
018500     IF RCTL-VALUE-FOUND
018600         MOVE RCTL-VALUE(1:5) TO WS-TERM-WANTED
018700         DISPLAY "TERM taken from LAB36ROL.CTL"
018800     ELSE
018900         DISPLAY "Enter the term (YYYYT, T=1/2/3)"
019000         ACCEPT WS-TERM-WANTED FROM CONSOLE
019100     END-IF.
019200     IF WS-TERM-YEAR IS NOT NUMERIC
019300         OR WS-TERM-PART < "1"
019400         OR WS-TERM-PART > "3"
019500         DISPLAY "** " WS-TERM-WANTED " IS NOT A YYYYT TERM **"
019600         MOVE 8 TO WS-FINAL-RETURN-CODE
019700     END-IF.
019800 0500-GET-TERM-EXIT.
019900     EXIT.
020000*----------------------------------------------------------------
020100 1000-LOAD-CATALOG.
020200*----------------------------------------------------------------
020300     OPEN INPUT catalogFile.
020400     IF catalogFileStatus NOT = "00"
020500         DISPLAY "WARNING - LAB36.CAT not found, course titles "
020600             "left blank"
020700         CLOSE catalogFile
020800         GO TO 1000-LOAD-CATALOG-EXIT
020900     END-IF.
021000     PERFORM FOREVER
021100         READ catalogFile
021200             AT END
021300             EXIT PERFORM
021400         END-READ
021500         ADD 1 TO WS-RECORDS-READ
021600         IF WS-CAT-COUNT < 100
021700             ADD 1 TO WS-CAT-COUNT
021800             MOVE catCourseI TO WS-CAT-COURSE(WS-CAT-COUNT)
021900             MOVE catTitleI  TO WS-CAT-TITLE(WS-CAT-COUNT)
022000         END-IF
022100     END-PERFORM.
022200     CLOSE catalogFile.
022300 1000-LOAD-CATALOG-EXIT.
022400     EXIT.
022500*----------------------------------------------------------------
022600 1100-LOAD-REGISTRATIONS.
022700*----------------------------------------------------------------
022800     OPEN INPUT registrationFile.
022900     IF registrationFileStatus NOT = "00"
023000         DISPLAY "WARNING - LAB36.REG not found, class lists "
023100             "will be empty"
023200         CLOSE registrationFile
023300         GO TO 1100-LOAD-REGISTRATIONS-EXIT
023400     END-IF.
023500     PERFORM FOREVER
023600         READ registrationFile
023700             AT END
023800             EXIT PERFORM
023900         END-READ
024000         ADD 1 TO WS-RECORDS-READ
024100         IF regTerm = WS-TERM-WANTED AND regStatus = "R"
024200             IF WS-REG-COUNT >= 1000
024300                 DISPLAY "WARNING - registration table full, "
024400                     "record skipped: " regStudentName
024500                 MOVE 4 TO WS-FINAL-RETURN-CODE
024600             ELSE
024700                 ADD 1 TO WS-REG-COUNT
024800                 MOVE regStudentName
024900                     TO WS-REG-NAME(WS-REG-COUNT)
025000                 MOVE regCourse
025100                     TO WS-REG-COURSE(WS-REG-COUNT)
025200                 MOVE regSection
025300                     TO WS-REG-SECTION(WS-REG-COUNT)
025400             END-IF
025500         END-IF
025600     END-PERFORM.
025700     CLOSE registrationFile.
025800 1100-LOAD-REGISTRATIONS-EXIT.
025900     EXIT.
026000*----------------------------------------------------------------
026100 2000-LIST-ONE-SECTION.
026200*    PULL THE SECTION'S STUDENTS, SORT THEM, WRITE THE PAGE.
026300*----------------------------------------------------------------
026400     MOVE ZERO TO WS-STU-COUNT.
026500     PERFORM 2100-PULL-ONE-STUDENT
026600         THRU 2100-PULL-ONE-STUDENT-EXIT
026700         VARYING WS-REG-SUB FROM 1 BY 1
026800         UNTIL WS-REG-SUB > WS-REG-COUNT.
026900     PERFORM 2200-SORT-BY-NAME
027000         THRU 2200-SORT-BY-NAME-EXIT.
027100     MOVE SPACES TO WS-COURSE-TITLE.
027200     PERFORM 2300-CHECK-ONE-COURSE
027300         THRU 2300-CHECK-ONE-COURSE-EXIT
027400         VARYING WS-CAT-SUB FROM 1 BY 1
027500         UNTIL WS-CAT-SUB > WS-CAT-COUNT.
027600     PERFORM 3000-WRITE-CLASS-LIST
027700         THRU 3000-WRITE-CLASS-LIST-EXIT.
027800     ADD 1 TO WS-SECTIONS-LISTED.
027900 2000-LIST-ONE-SECTION-EXIT.
028000     EXIT.
028100*----------------------------------------------------------------
028200 2100-PULL-ONE-STUDENT.
028300*----------------------------------------------------------------
028400     IF WS-REG-COURSE(WS-REG-SUB) = secCourse
028500         AND WS-REG-SECTION(WS-REG-SUB) = secSection
028600         AND WS-STU-COUNT < 200
028700         ADD 1 TO WS-STU-COUNT
028800         MOVE WS-REG-NAME(WS-REG-SUB) TO WS-STU-NAME(WS-STU-COUNT)
028900     END-IF.
029000 2100-PULL-ONE-STUDENT-EXIT.
029100     EXIT.
029200*----------------------------------------------------------------
029300 2200-SORT-BY-NAME.
029400*    A SIMPLE EXCHANGE SORT, AS IN LAB36TRN - A SECTION IS
029500*    NEVER LARGE.
029600*----------------------------------------------------------------
029700     PERFORM 2210-ONE-SORT-PASS
029800         THRU 2210-ONE-SORT-PASS-EXIT
029900         VARYING WS-STU-SUB FROM 1 BY 1
030000         UNTIL WS-STU-SUB >= WS-STU-COUNT.
030100 2200-SORT-BY-NAME-EXIT.
030200     EXIT.
030300*----------------------------------------------------------------
030400 2210-ONE-SORT-PASS.
030500*----------------------------------------------------------------
030600     PERFORM 2220-COMPARE-AND-SWAP
030700         THRU 2220-COMPARE-AND-SWAP-EXIT
030800         VARYING WS-SORT-SUB FROM 1 BY 1
030900         UNTIL WS-SORT-SUB >= WS-STU-COUNT.
031000 2210-ONE-SORT-PASS-EXIT.
031100     EXIT.
031200*----------------------------------------------------------------
031300 2220-COMPARE-AND-SWAP.
031400*----------------------------------------------------------------
031500     IF WS-STU-NAME(WS-SORT-SUB) > WS-STU-NAME(WS-SORT-SUB + 1)
031600         MOVE WS-STU-NAME(WS-SORT-SUB) TO WS-SORT-SWAP
031700         MOVE WS-STU-NAME(WS-SORT-SUB + 1)
031800             TO WS-STU-NAME(WS-SORT-SUB)
031900         MOVE WS-SORT-SWAP TO WS-STU-NAME(WS-SORT-SUB + 1)
032000     END-IF.
032100 2220-COMPARE-AND-SWAP-EXIT.
032200     EXIT.
032300*----------------------------------------------------------------
032400 2300-CHECK-ONE-COURSE.
032500*----------------------------------------------------------------
032600     IF WS-CAT-COURSE(WS-CAT-SUB) = secCourse
032700         MOVE WS-CAT-TITLE(WS-CAT-SUB) TO WS-COURSE-TITLE
032800     END-IF.
032900 2300-CHECK-ONE-COURSE-EXIT.
033000     EXIT.
033100*----------------------------------------------------------------
033200 3000-WRITE-CLASS-LIST.
033300*    ONE SECTION PER PAGE - HEADING, SEATS, THEN THE STUDENTS.
033400*----------------------------------------------------------------
033500     MOVE SPACES TO classListRecord.
033600     STRING "CLASS LIST - TERM " DELIMITED BY SIZE
033700            WS-TERM-WANTED DELIMITED BY SIZE
033800            "  " DELIMITED BY SIZE
033900            secCourse DELIMITED BY SIZE
034000            " SECTION " DELIMITED BY SIZE
034100            secSection DELIMITED BY SIZE
034200         INTO classListRecord.
034300     WRITE classListRecord.
034400     MOVE SPACES TO classListRecord.
034500     STRING "    " DELIMITED BY SIZE
034600            WS-COURSE-TITLE DELIMITED BY SIZE
034700            "  INSTRUCTOR " DELIMITED BY SIZE
034800            secInstructor DELIMITED BY SIZE
034900         INTO classListRecord.
035000     WRITE classListRecord.
035100     MOVE WS-STU-COUNT TO WS-SL-TAKEN.
035200     MOVE secSeatLimit TO WS-SL-LIMIT.
035300     MOVE WS-SEATS-LINE TO classListRecord.
035400     WRITE classListRecord.
035500     ADD 3 TO WS-LINES-WRITTEN.
035600     IF WS-STU-COUNT = ZERO
035700         MOVE "    (NO STUDENTS REGISTERED)" TO classListRecord
035800         WRITE classListRecord
035900         ADD 1 TO WS-LINES-WRITTEN
036000     END-IF.
036100     PERFORM 3100-WRITE-ONE-STUDENT
036200         THRU 3100-WRITE-ONE-STUDENT-EXIT
036300         VARYING WS-STU-SUB FROM 1 BY 1
036400         UNTIL WS-STU-SUB > WS-STU-COUNT.
036500     MOVE SPACES TO classListRecord.
036600     WRITE classListRecord.
036700     ADD 1 TO WS-LINES-WRITTEN.
036800 3000-WRITE-CLASS-LIST-EXIT.
036900     EXIT.
037000*----------------------------------------------------------------
037100 3100-WRITE-ONE-STUDENT.
037200*----------------------------------------------------------------
037300     MOVE WS-STU-SUB TO WS-DL-SEQ.
037400     MOVE WS-STU-NAME(WS-STU-SUB) TO WS-DL-NAME.
037500     MOVE WS-DETAIL-LINE TO classListRecord.
037600     WRITE classListRecord.
037700     ADD 1 TO WS-LINES-WRITTEN.
037800 3100-WRITE-ONE-STUDENT-EXIT.
037900     EXIT.
