000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB36DST.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  REGISTRAR - STUDENT ROSTER REPORTING.
000500 DATE-WRITTEN.  10/14/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/14/2026  DL  INITIAL VERSION. COURSE GRADE DISTRIBUTION FOR
001100*                 ONE TERM FROM lab36.hst. FOR EVERY COURSE GIVEN
001200*                 IN THE TERM - THE LAB36.CAT TITLE, ENROLLMENT,
001300*                 THE COUNT AND PERCENTAGE OF EACH GRADE LETTER,
001400*                 AND THE COURSE GPA ON THE SAME A=4 THROUGH F=0
001500*                 SCALE LAB36GPA USES (W AND I CARRY NO POINTS).
001600*                 EACH COURSE IS SET AGAINST ITS OWN RECORD OVER
001700*                 ALL PRIOR TERMS, AND IS FLAGGED WHEN ITS F+W
001800*                 RATE OR GPA MOVES FURTHER THAN THE LAB36DST.PRM
001900*                 THRESHOLDS. REPORT ON LAB36.GDS, WITH A COMMA-
002000*                 DELIMITED COPY ON LAB36.GDC FOR THE CURRICULUM
002100*                 COMMITTEE.
002200*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT historyFile ASSIGN TO "lab36.hst"
002700         ORGANIZATION LINE SEQUENTIAL
002800         FILE STATUS IS historyFileStatus.
002900     SELECT OPTIONAL catalogFile ASSIGN TO "LAB36.CAT"
003000         ORGANIZATION LINE SEQUENTIAL
003100         FILE STATUS IS catalogFileStatus.
003200     SELECT OPTIONAL dstPrmFile ASSIGN TO "LAB36DST.PRM"
003300         ORGANIZATION LINE SEQUENTIAL
003400         FILE STATUS IS dstPrmFileStatus.
003500     SELECT distReportFile ASSIGN TO "LAB36.GDS"
003600         ORGANIZATION LINE SEQUENTIAL.
003700     SELECT csvFile ASSIGN TO "LAB36.GDC"
003800         ORGANIZATION LINE SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  historyFile.
004200 01  historyDetails.
004300     05  hstStudentName          PIC A(20).
004400     05  hstCourse               PIC X(08).
004500     05  hstCreditHours          PIC 9(02).
004600     05  hstGrade                PIC X(01).
004700     05  hstTerm                 PIC X(05).
004800 FD  catalogFile.
004900 01  catalogDetailsI.
005000     05  catCourseI              PIC X(08).
005100     05  catTitleI               PIC X(20).
005200     05  catHoursI               PIC 9(02).
005300 FD  dstPrmFile.
005400 01  dstPrmRecord.
005500     05  prmFwRateShift          PIC 9(03).
005600     05  prmGpaShift             PIC 9V99.
005700 FD  distReportFile.
005800 01  distReportRecord            PIC X(132).
005900 FD  csvFile.
006000 01  csvRecord                   PIC X(160).
006100 WORKING-STORAGE SECTION.
006200*----------------------------------------------------------------
006300* FILE STATUS AND RUN COUNTS
006400*----------------------------------------------------------------
006500 01  historyFileStatus           PIC X(02).
006600 01  catalogFileStatus           PIC X(02).
006700 01  dstPrmFileStatus            PIC X(02).
006800 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
006900 01  WS-HISTORY-READ             PIC 9(05) COMP VALUE ZERO.
007000 01  WS-LINES-WRITTEN            PIC 9(05) COMP VALUE ZERO.
007100 01  WS-COURSES-REPORTED         PIC 9(05) COMP VALUE ZERO.
007200 01  WS-COURSES-FLAGGED          PIC 9(05) COMP VALUE ZERO.
007300 01  WS-TODAY                    PIC 9(08).
007400 01  WS-TERM-WANTED              PIC X(05).
007500 01  WS-TERM-WANTED-R REDEFINES WS-TERM-WANTED.
007600     05  WS-TERM-YEAR            PIC X(04).
007700     05  WS-TERM-PART            PIC X(01).
007800*----------------------------------------------------------------
007900* FLAG THRESHOLDS - F+W RATE IN PERCENTAGE POINTS, GPA IN GRADE
008000* POINTS. LAB36DST.PRM OVERRIDES THE DEFAULTS.
008100*----------------------------------------------------------------
008200 01  WS-FW-RATE-SHIFT            PIC 9(03) VALUE 010.
008300 01  WS-GPA-SHIFT                PIC 9V99 VALUE 0.50.
008400*----------------------------------------------------------------
008500* COURSE TITLES FROM LAB36.CAT
008600*----------------------------------------------------------------
008700 01  WS-CAT-COUNT                PIC 9(03) COMP VALUE ZERO.
008800 01  WS-CAT-SUB                  PIC 9(03) COMP.
008900 01  WS-CAT-TABLE.
009000     05  WS-CAT-ENTRY OCCURS 100 TIMES.
009100         10  WS-CAT-COURSE       PIC X(08).
009200         10  WS-CAT-TITLE        PIC X(20).
009300 01  WS-TITLE                    PIC X(20).
009400*----------------------------------------------------------------
009500* GRADE COUNTS PER COURSE PER TERM. THE LETTERS ARE HELD IN
009600* A, B, C, D, F, W, I ORDER - THE ORDER THE REPORT PRINTS THEM.
009700*----------------------------------------------------------------
009800 01  WS-GRADE-LETTERS            PIC X(07) VALUE "ABCDFWI".
009900 01  WS-GRADE-LETTER-TABLE REDEFINES WS-GRADE-LETTERS.
010000     05  WS-GRADE-LETTER         PIC X(01) OCCURS 7 TIMES.
010100 01  WS-GRADE-SUB                PIC 9(01).
010200 01  WS-GRADE-HIT                PIC 9(01).
010300 01  WS-DST-COUNT                PIC 9(03) COMP VALUE ZERO.
010400 01  WS-DST-SUB                  PIC 9(03) COMP.
010500 01  WS-DST-HIT                  PIC 9(03) COMP VALUE ZERO.
010600 01  WS-PRI-SUB                  PIC 9(03) COMP.
010700 01  WS-DST-TABLE.
010800     05  WS-DST-ENTRY OCCURS 300 TIMES.
010900         10  WS-DST-COURSE       PIC X(08).
011000         10  WS-DST-TERM         PIC X(05).
011100         10  WS-DST-GRADE-COUNT  PIC 9(04) OCCURS 7 TIMES.
011200 01  WS-DST-SAVE                 PIC X(41).
011300 01  WS-SORT-SUB                 PIC 9(03) COMP.
011400 01  WS-SORT-LIMIT               PIC 9(03) COMP.
011500 01  WS-SWAPPED-SW               PIC X(01).
011600     88  ENTRIES-SWAPPED                 VALUE "Y".
011700     88  NO-ENTRIES-SWAPPED              VALUE "N".
011800*----------------------------------------------------------------
011900* ONE COURSE'S FIGURES - THIS TERM AND ALL PRIOR TERMS POOLED
012000*----------------------------------------------------------------
012100 01  WS-CUR-COUNTS.
012200     05  WS-CUR-COUNT            PIC 9(05) OCCURS 7 TIMES.
012300 01  WS-PRI-COUNTS.
012400     05  WS-PRI-COUNT            PIC 9(05) OCCURS 7 TIMES.
012500 01  WS-CUR-ENROLLED             PIC 9(05).
012600 01  WS-CUR-GRADED               PIC 9(05).
012700 01  WS-CUR-POINTS               PIC 9(06).
012800 01  WS-CUR-GPA                  PIC 9V99.
012900 01  WS-CUR-FW-RATE              PIC 9(03)V9.
013000 01  WS-PRI-ENROLLED             PIC 9(05).
013100 01  WS-PRI-GRADED               PIC 9(05).
013200 01  WS-PRI-POINTS               PIC 9(06).
013300 01  WS-PRI-GPA                  PIC 9V99.
013400 01  WS-PRI-FW-RATE              PIC 9(03)V9.
013500 01  WS-RATE-DIFFERENCE          PIC S9(03)V9.
013600 01  WS-GPA-DIFFERENCE           PIC S9V99.
013700 01  WS-PERCENT                  PIC 9(03)V9.
013800 01  WS-FLAG                     PIC X(07).
013900*----------------------------------------------------------------
014000* REPORT LINE LAYOUTS
014100*----------------------------------------------------------------
014200 01  WS-TITLE-LINE.
014300     05  FILLER                  PIC X(31)
014400         VALUE "COURSE GRADE DISTRIBUTION TERM ".
014500     05  WS-TL-TERM              PIC X(05).
014600     05  FILLER                  PIC X(06) VALUE "  RUN ".
014700     05  WS-TL-DATE              PIC 9(08).
014800     05  FILLER                  PIC X(24)
014900         VALUE "   FLAG AT F+W RATE +/- ".
015000     05  WS-TL-FW-SHIFT          PIC ZZ9.
015100     05  FILLER                  PIC X(13) VALUE " PTS, GPA +/-".
015200     05  WS-TL-GPA-SHIFT         PIC Z9.99.
015300 01  WS-HEADING-LINE.
015400     05  FILLER                  PIC X(09) VALUE "COURSE".
015500     05  FILLER                  PIC X(21) VALUE "TITLE".
015600     05  FILLER                  PIC X(05) VALUE " ENRL".
015700     05  FILLER                  PIC X(42) VALUE
015800         "     A     B     C     D     F     W     I".
015900     05  FILLER                  PIC X(26) VALUE
016000         "   GPA PRIOR  F+W%  PRIOR ".
016100     05  FILLER                  PIC X(04) VALUE "FLAG".
016200 01  WS-COUNT-LINE.
016300     05  WS-CL-COURSE            PIC X(08).
016400     05  FILLER                  PIC X(01) VALUE SPACE.
016500     05  WS-CL-TITLE             PIC X(20).
016600     05  FILLER                  PIC X(01) VALUE SPACE.
016700     05  WS-CL-ENROLLED          PIC ZZZZ9.
016800     05  WS-CL-COUNT-GROUP.
016900         10  WS-CL-COUNT         PIC ZZZZZ9 OCCURS 7 TIMES.
017000     05  FILLER                  PIC X(02) VALUE SPACES.
017100     05  WS-CL-GPA               PIC 9.99.
017200     05  FILLER                  PIC X(01) VALUE SPACE.
017300     05  WS-CL-PRIOR-GPA         PIC X(05).
017400     05  FILLER                  PIC X(01) VALUE SPACE.
017500     05  WS-CL-FW-RATE           PIC ZZ9.9.
017600     05  FILLER                  PIC X(01) VALUE SPACE.
017700     05  WS-CL-PRIOR-FW-RATE     PIC X(06).
017800     05  FILLER                  PIC X(01) VALUE SPACE.
017900     05  WS-CL-FLAG              PIC X(07).
018000 01  WS-PERCENT-LINE.
018100     05  FILLER                  PIC X(35)
018200         VALUE "          PERCENT OF ENROLLMENT".
018300     05  WS-PL-PERCENT           PIC ZZZ9.9 OCCURS 7 TIMES.
018400 01  WS-PRIOR-GPA-EDIT           PIC 9.99.
018500 01  WS-PRIOR-FW-EDIT            PIC ZZ9.9.
018600 01  WS-TOTAL-LINE.
018700     05  WS-TOT-COURSES          PIC ZZZZ9.
018800     05  FILLER                  PIC X(22)
018900         VALUE " COURSE(S) REPORTED, ".
019000     05  WS-TOT-FLAGGED          PIC ZZZZ9.
019100     05  FILLER                  PIC X(11) VALUE " FLAGGED".
019200*----------------------------------------------------------------
019300* COMMA-DELIMITED COPY
019400*----------------------------------------------------------------
019500 01  WS-CSV-COUNT                PIC 9(04).
019600 01  WS-CSV-PERCENT              PIC 9(03).9.
019700 01  WS-CSV-GPA                  PIC 9.99.
019800 01  WS-CSV-POINTER              PIC 9(03).
019900*----------------------------------------------------------------
020000* CALL INTERFACES TO THE SHARED SUBPROGRAMS
020100*----------------------------------------------------------------
020200 COPY "auditparm.cpy".
020300 COPY "rctlparm.cpy".
020400 PROCEDURE DIVISION.
020500*----------------------------------------------------------------
020600 0000-MAINLINE.
020700*----------------------------------------------------------------
020800     MOVE "LAB36DST" TO AUDIT-PROGRAM-NAME.
020900     MOVE SPACES TO AUDIT-USER-ID.
021000     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
021100     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
021200     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
021300
021400     PERFORM 0500-GET-TERM
021500         THRU 0500-GET-TERM-EXIT.
021600     IF WS-FINAL-RETURN-CODE > 4
021700         GO TO 0000-WRAP-UP
021800     END-IF.
021900     PERFORM 1000-READ-THRESHOLDS
022000         THRU 1000-READ-THRESHOLDS-EXIT.
022100     PERFORM 1100-LOAD-CATALOG
022200         THRU 1100-LOAD-CATALOG-EXIT.
022300     PERFORM 1200-LOAD-HISTORY
022400         THRU 1200-LOAD-HISTORY-EXIT.
022500     IF WS-HISTORY-READ = ZERO
022600         DISPLAY "lab36.hst is missing or empty - close a term "
022700             "first"
022800         MOVE 8 TO WS-FINAL-RETURN-CODE
022900         GO TO 0000-WRAP-UP
023000     END-IF.
023100     PERFORM 1400-SORT-BY-COURSE
023200         THRU 1400-SORT-BY-COURSE-EXIT.
023300
023400     OPEN OUTPUT distReportFile.
023500     OPEN OUTPUT csvFile.
023600     PERFORM 2000-WRITE-HEADINGS
023700         THRU 2000-WRITE-HEADINGS-EXIT.
023800     PERFORM 3000-REPORT-ONE-COURSE
023900         THRU 3000-REPORT-ONE-COURSE-EXIT
024000         VARYING WS-DST-SUB FROM 1 BY 1
024100         UNTIL WS-DST-SUB > WS-DST-COUNT.
024200     MOVE SPACES TO distReportRecord.
024300     WRITE distReportRecord.
024400     MOVE WS-COURSES-REPORTED TO WS-TOT-COURSES.
024500     MOVE WS-COURSES-FLAGGED TO WS-TOT-FLAGGED.
024600     WRITE distReportRecord FROM WS-TOTAL-LINE.
024700     ADD 2 TO WS-LINES-WRITTEN.
024800     CLOSE distReportFile.
024900     CLOSE csvFile.
025000
025100     IF WS-COURSES-REPORTED = ZERO
025200         DISPLAY "No grades on lab36.hst for term " WS-TERM-WANTED
025300         MOVE 4 TO WS-FINAL-RETURN-CODE
025400     END-IF.
025500     DISPLAY WS-COURSES-REPORTED " course(s) reported to "
025600         "LAB36.GDS and LAB36.GDC, " WS-COURSES-FLAGGED
025700         " flagged".
025800
025900 0000-WRAP-UP.
026000     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
026100     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
026200     MOVE WS-HISTORY-READ TO AUDIT-RECORDS-READ.
026300     MOVE WS-LINES-WRITTEN TO AUDIT-RECORDS-WRITTEN.
026400     CALL "AUDITLOG" USING AUDIT-PARM.
026500*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
026600     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
026700     STOP RUN.
026800*----------------------------------------------------------------
026900 0500-GET-TERM.
027000*----------------------------------------------------------------
027100     MOVE "LAB36DST" TO RCTL-PROGRAM-NAME.
027200     MOVE "TERM" TO RCTL-KEYWORD.
027300     CALL "RUNCTL" USING RCTL-PARM.
027400     IF RCTL-VALUE-FOUND
027500         MOVE RCTL-VALUE(1:5) TO WS-TERM-WANTED
027600         DISPLAY "TERM taken from LAB36DST.CTL"
027700     ELSE
027800         DISPLAY "Enter the term (YYYYT, T=1/2/3)"
027900         ACCEPT WS-TERM-WANTED FROM CONSOLE
028000     END-IF.
028100     IF WS-TERM-YEAR IS NOT NUMERIC
028200         OR WS-TERM-PART < "1"
028300         OR WS-TERM-PART > "3"
028400         DISPLAY "** " WS-TERM-WANTED " IS NOT A YYYYT TERM **"
028500         MOVE 8 TO WS-FINAL-RETURN-CODE
028600         GO TO 0500-GET-TERM-EXIT
028700     END-IF.
028800     DISPLAY "Grade distribution for term " WS-TERM-WANTED.
028900 0500-GET-TERM-EXIT.
029000     EXIT.
029100*----------------------------------------------------------------
029200 1000-READ-THRESHOLDS.
029300*    LAB36DST.PRM, WHEN PRESENT, SETS HOW FAR A COURSE'S F+W RATE
029400*    (PERCENTAGE POINTS) AND GPA MAY MOVE FROM ITS PRIOR-TERM
029500*    AVERAGE BEFORE IT IS FLAGGED.
029600*----------------------------------------------------------------
029700     OPEN INPUT dstPrmFile.
029800     IF dstPrmFileStatus = "00"
029900         READ dstPrmFile
030000             AT END
030100                 CONTINUE
030200             NOT AT END
030300                 IF prmFwRateShift IS NUMERIC
030400                     AND prmGpaShift IS NUMERIC
030500                     MOVE prmFwRateShift TO WS-FW-RATE-SHIFT
030600                     MOVE prmGpaShift TO WS-GPA-SHIFT
030700                     DISPLAY "Flag thresholds read from "
030800                         "LAB36DST.PRM"
030900                 ELSE
031000                     DISPLAY "WARNING - LAB36DST.PRM is not "
031100                         "numeric, default thresholds used"
031200                     MOVE 4 TO WS-FINAL-RETURN-CODE
031300                 END-IF
031400         END-READ
031500     END-IF.
031600     CLOSE dstPrmFile.
031700 1000-READ-THRESHOLDS-EXIT.
031800     EXIT.
031900*----------------------------------------------------------------
032000 1100-LOAD-CATALOG.
032100*    NO LAB36.CAT ONLY COSTS THE TITLES - THE REPORT STILL RUNS.
032200*----------------------------------------------------------------
032300     OPEN INPUT catalogFile.
032400     IF catalogFileStatus NOT = "00"
032500         DISPLAY "WARNING - no LAB36.CAT, course titles left "
032600             "blank"
032700         CLOSE catalogFile
032800         GO TO 1100-LOAD-CATALOG-EXIT
032900     END-IF.
033000     PERFORM FOREVER
033100         READ catalogFile
033200             AT END
033300             EXIT PERFORM
033400         END-READ
033500         IF WS-CAT-COUNT < 100
033600             ADD 1 TO WS-CAT-COUNT
033700             MOVE catCourseI TO WS-CAT-COURSE(WS-CAT-COUNT)
033800             MOVE catTitleI  TO WS-CAT-TITLE(WS-CAT-COUNT)
033900         END-IF
034000     END-PERFORM.
034100     CLOSE catalogFile.
034200 1100-LOAD-CATALOG-EXIT.
034300     EXIT.
034400*----------------------------------------------------------------
034500 1200-LOAD-HISTORY.
034600*    EVERY GRADE UP TO AND INCLUDING THE TERM WANTED, COUNTED BY
034700*    COURSE, TERM, AND LETTER. LATER TERMS PLAY NO PART.
034800*----------------------------------------------------------------
034900     OPEN INPUT historyFile.
035000     IF historyFileStatus NOT = "00"
035100         CLOSE historyFile
035200         GO TO 1200-LOAD-HISTORY-EXIT
035300     END-IF.
035400     PERFORM FOREVER
035500         READ historyFile
035600             AT END
035700             EXIT PERFORM
035800         END-READ
035900         ADD 1 TO WS-HISTORY-READ
036000         IF hstTerm NOT > WS-TERM-WANTED
036100             PERFORM 1300-COUNT-ONE-GRADE
036200                 THRU 1300-COUNT-ONE-GRADE-EXIT
036300         END-IF
036400     END-PERFORM.
036500     CLOSE historyFile.
036600 1200-LOAD-HISTORY-EXIT.
036700     EXIT.
036800*----------------------------------------------------------------
036900 1300-COUNT-ONE-GRADE.
037000*----------------------------------------------------------------
037100     MOVE ZERO TO WS-GRADE-HIT.
037200     PERFORM 1310-CHECK-ONE-LETTER
037300         THRU 1310-CHECK-ONE-LETTER-EXIT
037400         VARYING WS-GRADE-SUB FROM 1 BY 1
037500         UNTIL WS-GRADE-SUB > 7
037600         OR WS-GRADE-HIT NOT = ZERO.
037700     IF WS-GRADE-HIT = ZERO
037800         DISPLAY "WARNING - grade " hstGrade " not counted: "
037900             hstStudentName " " hstCourse " " hstTerm
038000         MOVE 4 TO WS-FINAL-RETURN-CODE
038100         GO TO 1300-COUNT-ONE-GRADE-EXIT
038200     END-IF.
038300     MOVE ZERO TO WS-DST-HIT.
038400     PERFORM 1320-CHECK-ONE-ENTRY
038500         THRU 1320-CHECK-ONE-ENTRY-EXIT
038600         VARYING WS-DST-SUB FROM 1 BY 1
038700         UNTIL WS-DST-SUB > WS-DST-COUNT
038800         OR WS-DST-HIT NOT = ZERO.
038900     IF WS-DST-HIT = ZERO
039000         IF WS-DST-COUNT >= 300
039100             DISPLAY "WARNING - course/term table full, grade "
039200                 "not counted: " hstCourse " " hstTerm
039300             MOVE 4 TO WS-FINAL-RETURN-CODE
039400             GO TO 1300-COUNT-ONE-GRADE-EXIT
039500         END-IF
039600         ADD 1 TO WS-DST-COUNT
039700         MOVE WS-DST-COUNT TO WS-DST-HIT
039800         INITIALIZE WS-DST-ENTRY(WS-DST-HIT)
039900         MOVE hstCourse TO WS-DST-COURSE(WS-DST-HIT)
040000         MOVE hstTerm   TO WS-DST-TERM(WS-DST-HIT)
040100     END-IF.
040200     ADD 1 TO WS-DST-GRADE-COUNT(WS-DST-HIT, WS-GRADE-HIT).
040300 1300-COUNT-ONE-GRADE-EXIT.
040400     EXIT.
040500*----------------------------------------------------------------
040600 1310-CHECK-ONE-LETTER.
040700*----------------------------------------------------------------
040800     IF WS-GRADE-LETTER(WS-GRADE-SUB) = hstGrade
040900         MOVE WS-GRADE-SUB TO WS-GRADE-HIT
041000     END-IF.
041100 1310-CHECK-ONE-LETTER-EXIT.
041200     EXIT.
041300*----------------------------------------------------------------
041400 1320-CHECK-ONE-ENTRY.
041500*----------------------------------------------------------------
041600     IF WS-DST-COURSE(WS-DST-SUB) = hstCourse
041700         AND WS-DST-TERM(WS-DST-SUB) = hstTerm
041800         MOVE WS-DST-SUB TO WS-DST-HIT
041900     END-IF.
042000 1320-CHECK-ONE-ENTRY-EXIT.
042100     EXIT.
042200*----------------------------------------------------------------
042300 1400-SORT-BY-COURSE.
042400*    SIMPLE EXCHANGE SORT ON COURSE - THE TABLE IS SMALL, AS IN
042500*    LAB36TRN'S TERM SORT.
042600*----------------------------------------------------------------
042700     MOVE WS-DST-COUNT TO WS-SORT-LIMIT.
042800     SET ENTRIES-SWAPPED TO TRUE.
042900     PERFORM 1410-ONE-SORT-PASS
043000         THRU 1410-ONE-SORT-PASS-EXIT
043100         UNTIL NO-ENTRIES-SWAPPED OR WS-SORT-LIMIT < 2.
043200 1400-SORT-BY-COURSE-EXIT.
043300     EXIT.
043400*----------------------------------------------------------------
043500 1410-ONE-SORT-PASS.
043600*----------------------------------------------------------------
043700     SET NO-ENTRIES-SWAPPED TO TRUE.
043800     PERFORM 1420-COMPARE-AND-SWAP
043900         THRU 1420-COMPARE-AND-SWAP-EXIT
044000         VARYING WS-SORT-SUB FROM 1 BY 1
044100         UNTIL WS-SORT-SUB >= WS-SORT-LIMIT.
044200     SUBTRACT 1 FROM WS-SORT-LIMIT.
044300 1410-ONE-SORT-PASS-EXIT.
044400     EXIT.
044500*----------------------------------------------------------------
044600 1420-COMPARE-AND-SWAP.
044700*----------------------------------------------------------------
044800     IF WS-DST-COURSE(WS-SORT-SUB)
044900         > WS-DST-COURSE(WS-SORT-SUB + 1)
045000         MOVE WS-DST-ENTRY(WS-SORT-SUB) TO WS-DST-SAVE
045100         MOVE WS-DST-ENTRY(WS-SORT-SUB + 1)
045200             TO WS-DST-ENTRY(WS-SORT-SUB)
045300         MOVE WS-DST-SAVE TO WS-DST-ENTRY(WS-SORT-SUB + 1)
045400         SET ENTRIES-SWAPPED TO TRUE
045500     END-IF.
045600 1420-COMPARE-AND-SWAP-EXIT.
045700     EXIT.
045800*----------------------------------------------------------------
045900 2000-WRITE-HEADINGS.
046000*----------------------------------------------------------------
046100     MOVE WS-TERM-WANTED TO WS-TL-TERM.
046200     MOVE WS-TODAY TO WS-TL-DATE.
046300     MOVE WS-FW-RATE-SHIFT TO WS-TL-FW-SHIFT.
046400     MOVE WS-GPA-SHIFT TO WS-TL-GPA-SHIFT.
046500     WRITE distReportRecord FROM WS-TITLE-LINE.
046600     MOVE SPACES TO distReportRecord.
046700     WRITE distReportRecord.
046800     WRITE distReportRecord FROM WS-HEADING-LINE.
046900     ADD 3 TO WS-LINES-WRITTEN.
047000     MOVE SPACES TO csvRecord.
047100     STRING "TERM,COURSE,TITLE,ENROLLED,A,B,C,D,F,W,I,"
047200                                        DELIMITED BY SIZE
047300            "PCT_A,PCT_B,PCT_C,PCT_D,PCT_F,PCT_W,PCT_I,"
047400                                        DELIMITED BY SIZE
047500            "GPA,PRIOR_GPA,FW_RATE,PRIOR_FW_RATE,FLAG"
047600                                        DELIMITED BY SIZE
047700         INTO csvRecord.
047800     WRITE csvRecord.
047900 2000-WRITE-HEADINGS-EXIT.
048000     EXIT.
048100*----------------------------------------------------------------
048200 3000-REPORT-ONE-COURSE.
048300*    ONE COURSE GIVEN IN THE TERM WANTED - ITS DISTRIBUTION, ITS
048400*    PRIOR-TERM RECORD POOLED, AND THE FLAG WHEN THEY DIFFER BY
048500*    MORE THAN THE THRESHOLDS. A COURSE WITH NO PRIOR TERMS HAS
048600*    NOTHING TO BE COMPARED WITH AND IS NEVER FLAGGED.
048700*----------------------------------------------------------------
048800     IF WS-DST-TERM(WS-DST-SUB) NOT = WS-TERM-WANTED
048900         GO TO 3000-REPORT-ONE-COURSE-EXIT
049000     END-IF.
049100     ADD 1 TO WS-COURSES-REPORTED.
049200     INITIALIZE WS-CUR-COUNTS.
049300     INITIALIZE WS-PRI-COUNTS.
049400     PERFORM 3100-ADD-ONE-TERM
049500         THRU 3100-ADD-ONE-TERM-EXIT
049600         VARYING WS-PRI-SUB FROM 1 BY 1
049700         UNTIL WS-PRI-SUB > WS-DST-COUNT.
049800
049900     MOVE ZERO TO WS-CUR-ENROLLED WS-CUR-GRADED WS-CUR-POINTS.
050000     MOVE ZERO TO WS-PRI-ENROLLED WS-PRI-GRADED WS-PRI-POINTS.
050100     PERFORM 3200-TOTAL-ONE-LETTER
050200         THRU 3200-TOTAL-ONE-LETTER-EXIT
050300         VARYING WS-GRADE-SUB FROM 1 BY 1
050400         UNTIL WS-GRADE-SUB > 7.
050500
050600     MOVE ZERO TO WS-CUR-GPA WS-CUR-FW-RATE.
050700     IF WS-CUR-GRADED > ZERO
050800         COMPUTE WS-CUR-GPA ROUNDED =
050900             WS-CUR-POINTS / WS-CUR-GRADED
051000     END-IF.
051100     COMPUTE WS-CUR-FW-RATE ROUNDED =
051200         (WS-CUR-COUNT(5) + WS-CUR-COUNT(6)) * 100
051300         / WS-CUR-ENROLLED.
051400     MOVE ZERO TO WS-PRI-GPA WS-PRI-FW-RATE.
051500     IF WS-PRI-GRADED > ZERO
051600         COMPUTE WS-PRI-GPA ROUNDED =
051700             WS-PRI-POINTS / WS-PRI-GRADED
051800     END-IF.
051900     IF WS-PRI-ENROLLED > ZERO
052000         COMPUTE WS-PRI-FW-RATE ROUNDED =
052100             (WS-PRI-COUNT(5) + WS-PRI-COUNT(6)) * 100
052200             / WS-PRI-ENROLLED
052300     END-IF.
052400
052500     PERFORM 3300-SET-FLAG
052600         THRU 3300-SET-FLAG-EXIT.
052700     PERFORM 3400-WRITE-REPORT-LINES
052800         THRU 3400-WRITE-REPORT-LINES-EXIT.
052900     PERFORM 3500-WRITE-CSV-LINE
053000         THRU 3500-WRITE-CSV-LINE-EXIT.
053100 3000-REPORT-ONE-COURSE-EXIT.
053200     EXIT.
053300*----------------------------------------------------------------
053400 3100-ADD-ONE-TERM.
053500*    THIS TERM'S ENTRY FOR THE COURSE, OR ONE OF ITS PRIOR TERMS.
053600*----------------------------------------------------------------
053700     IF WS-DST-COURSE(WS-PRI-SUB) NOT = WS-DST-COURSE(WS-DST-SUB)
053800         GO TO 3100-ADD-ONE-TERM-EXIT
053900     END-IF.
054000     PERFORM 3110-ADD-ONE-COUNT
054100         THRU 3110-ADD-ONE-COUNT-EXIT
054200         VARYING WS-GRADE-SUB FROM 1 BY 1
054300         UNTIL WS-GRADE-SUB > 7.
054400 3100-ADD-ONE-TERM-EXIT.
054500     EXIT.
054600*----------------------------------------------------------------
054700 3110-ADD-ONE-COUNT.
054800*----------------------------------------------------------------
054900     IF WS-DST-TERM(WS-PRI-SUB) = WS-TERM-WANTED
055000         ADD WS-DST-GRADE-COUNT(WS-PRI-SUB, WS-GRADE-SUB)
055100             TO WS-CUR-COUNT(WS-GRADE-SUB)
055200     ELSE
055300         ADD WS-DST-GRADE-COUNT(WS-PRI-SUB, WS-GRADE-SUB)
055400             TO WS-PRI-COUNT(WS-GRADE-SUB)
055500     END-IF.
055600 3110-ADD-ONE-COUNT-EXIT.
055700     EXIT.
055800*----------------------------------------------------------------
055900 3200-TOTAL-ONE-LETTER.
056000*    LETTERS 1-5 (A-F) ARE GRADED AND CARRY 4 DOWN TO 0 POINTS;
056100*    W AND I ONLY COUNT TOWARD ENROLLMENT.
056200*----------------------------------------------------------------
056300     ADD WS-CUR-COUNT(WS-GRADE-SUB) TO WS-CUR-ENROLLED.
056400     ADD WS-PRI-COUNT(WS-GRADE-SUB) TO WS-PRI-ENROLLED.
056500     IF WS-GRADE-SUB <= 5
056600         ADD WS-CUR-COUNT(WS-GRADE-SUB) TO WS-CUR-GRADED
056700         ADD WS-PRI-COUNT(WS-GRADE-SUB) TO WS-PRI-GRADED
056800         COMPUTE WS-CUR-POINTS = WS-CUR-POINTS
056900             + WS-CUR-COUNT(WS-GRADE-SUB) * (5 - WS-GRADE-SUB)
057000         COMPUTE WS-PRI-POINTS = WS-PRI-POINTS
057100             + WS-PRI-COUNT(WS-GRADE-SUB) * (5 - WS-GRADE-SUB)
057200     END-IF.
057300 3200-TOTAL-ONE-LETTER-EXIT.
057400     EXIT.
057500*----------------------------------------------------------------
057600 3300-SET-FLAG.
057700*----------------------------------------------------------------
057800     MOVE SPACES TO WS-FLAG.
057900     IF WS-PRI-ENROLLED = ZERO
058000         GO TO 3300-SET-FLAG-EXIT
058100     END-IF.
058200     COMPUTE WS-RATE-DIFFERENCE =
058300         WS-CUR-FW-RATE - WS-PRI-FW-RATE.
058400     IF WS-RATE-DIFFERENCE > WS-FW-RATE-SHIFT
058500         OR WS-RATE-DIFFERENCE < (0 - WS-FW-RATE-SHIFT)
058600         MOVE "F+W" TO WS-FLAG(1:3)
058700     END-IF.
058800     IF WS-CUR-GRADED > ZERO AND WS-PRI-GRADED > ZERO
058900         COMPUTE WS-GPA-DIFFERENCE = WS-CUR-GPA - WS-PRI-GPA
059000         IF WS-GPA-DIFFERENCE > WS-GPA-SHIFT
059100             OR WS-GPA-DIFFERENCE < (0 - WS-GPA-SHIFT)
059200             MOVE "GPA" TO WS-FLAG(5:3)
059300         END-IF
059400     END-IF.
059500     IF WS-FLAG NOT = SPACES
059600         ADD 1 TO WS-COURSES-FLAGGED
059700     END-IF.
059800 3300-SET-FLAG-EXIT.
059900     EXIT.
060000*----------------------------------------------------------------
060100 3400-WRITE-REPORT-LINES.
060200*    A COUNT LINE AND A PERCENTAGE LINE UNDER IT.
060300*----------------------------------------------------------------
060400     MOVE WS-DST-COURSE(WS-DST-SUB) TO WS-CL-COURSE.
060500     PERFORM 3410-FIND-TITLE
060600         THRU 3410-FIND-TITLE-EXIT.
060700     MOVE WS-TITLE TO WS-CL-TITLE.
060800     MOVE WS-CUR-ENROLLED TO WS-CL-ENROLLED.
060900     PERFORM 3420-MOVE-ONE-LETTER
061000         THRU 3420-MOVE-ONE-LETTER-EXIT
061100         VARYING WS-GRADE-SUB FROM 1 BY 1
061200         UNTIL WS-GRADE-SUB > 7.
061300     MOVE WS-CUR-GPA TO WS-CL-GPA.
061400     MOVE WS-CUR-FW-RATE TO WS-CL-FW-RATE.
061500     IF WS-PRI-ENROLLED = ZERO
061600         MOVE " NONE" TO WS-CL-PRIOR-GPA
061700         MOVE "  NONE" TO WS-CL-PRIOR-FW-RATE
061800     ELSE
061900         MOVE WS-PRI-GPA TO WS-PRIOR-GPA-EDIT
062000         MOVE SPACES TO WS-CL-PRIOR-GPA
062100         MOVE WS-PRIOR-GPA-EDIT TO WS-CL-PRIOR-GPA(2:4)
062200         MOVE WS-PRI-FW-RATE TO WS-PRIOR-FW-EDIT
062300         MOVE SPACES TO WS-CL-PRIOR-FW-RATE
062400         MOVE WS-PRIOR-FW-EDIT TO WS-CL-PRIOR-FW-RATE(2:5)
062500     END-IF.
062600     MOVE WS-FLAG TO WS-CL-FLAG.
062700     WRITE distReportRecord FROM WS-COUNT-LINE.
062800     WRITE distReportRecord FROM WS-PERCENT-LINE.
062900     ADD 2 TO WS-LINES-WRITTEN.
063000 3400-WRITE-REPORT-LINES-EXIT.
063100     EXIT.
063200*----------------------------------------------------------------
063300 3410-FIND-TITLE.
063400*----------------------------------------------------------------
063500     MOVE SPACES TO WS-TITLE.
063600     PERFORM 3415-CHECK-ONE-TITLE
063700         THRU 3415-CHECK-ONE-TITLE-EXIT
063800         VARYING WS-CAT-SUB FROM 1 BY 1
063900         UNTIL WS-CAT-SUB > WS-CAT-COUNT
064000         OR WS-TITLE NOT = SPACES.
064100 3410-FIND-TITLE-EXIT.
064200     EXIT.
064300*----------------------------------------------------------------
064400 3415-CHECK-ONE-TITLE.
064500*----------------------------------------------------------------
064600     IF WS-CAT-COURSE(WS-CAT-SUB) = WS-DST-COURSE(WS-DST-SUB)
064700         MOVE WS-CAT-TITLE(WS-CAT-SUB) TO WS-TITLE
064800     END-IF.
064900 3415-CHECK-ONE-TITLE-EXIT.
065000     EXIT.
065100*----------------------------------------------------------------
065200 3420-MOVE-ONE-LETTER.
065300*----------------------------------------------------------------
065400     MOVE WS-CUR-COUNT(WS-GRADE-SUB) TO WS-CL-COUNT(WS-GRADE-SUB).
065500     COMPUTE WS-PERCENT ROUNDED =
065600         WS-CUR-COUNT(WS-GRADE-SUB) * 100 / WS-CUR-ENROLLED.
065700     MOVE WS-PERCENT TO WS-PL-PERCENT(WS-GRADE-SUB).
065800 3420-MOVE-ONE-LETTER-EXIT.
065900     EXIT.
066000*----------------------------------------------------------------
066100 3500-WRITE-CSV-LINE.
066200*    BUILD AND WRITE ONE COMMA-DELIMITED COURSE LINE.
066300*----------------------------------------------------------------
066400     MOVE SPACES TO csvRecord.
066500     MOVE 1 TO WS-CSV-POINTER.
066600     STRING WS-TERM-WANTED                   DELIMITED BY SIZE
066700            ","                              DELIMITED BY SIZE
066800            WS-DST-COURSE(WS-DST-SUB)        DELIMITED BY SIZE
066900            ","                              DELIMITED BY SIZE
067000            FUNCTION TRIM(WS-TITLE)          DELIMITED BY SIZE
067100            ","                              DELIMITED BY SIZE
067200         INTO csvRecord
067300         WITH POINTER WS-CSV-POINTER.
067400     MOVE WS-CUR-ENROLLED TO WS-CSV-COUNT.
067500     STRING WS-CSV-COUNT                     DELIMITED BY SIZE
067600         INTO csvRecord
067700         WITH POINTER WS-CSV-POINTER.
067800     PERFORM 3510-STRING-ONE-COUNT
067900         THRU 3510-STRING-ONE-COUNT-EXIT
068000         VARYING WS-GRADE-SUB FROM 1 BY 1
068100         UNTIL WS-GRADE-SUB > 7.
068200     PERFORM 3520-STRING-ONE-PERCENT
068300         THRU 3520-STRING-ONE-PERCENT-EXIT
068400         VARYING WS-GRADE-SUB FROM 1 BY 1
068500         UNTIL WS-GRADE-SUB > 7.
068600     MOVE WS-CUR-GPA TO WS-CSV-GPA.
068700     STRING ","                              DELIMITED BY SIZE
068800            WS-CSV-GPA                       DELIMITED BY SIZE
068900            ","                              DELIMITED BY SIZE
069000         INTO csvRecord
069100         WITH POINTER WS-CSV-POINTER.
069200     IF WS-PRI-ENROLLED > ZERO
069300         MOVE WS-PRI-GPA TO WS-CSV-GPA
069400         STRING WS-CSV-GPA                   DELIMITED BY SIZE
069500             INTO csvRecord
069600             WITH POINTER WS-CSV-POINTER
069700     END-IF.
069800     MOVE WS-CUR-FW-RATE TO WS-CSV-PERCENT.
069900     STRING ","                              DELIMITED BY SIZE
070000            WS-CSV-PERCENT                   DELIMITED BY SIZE
070100            ","                              DELIMITED BY SIZE
070200         INTO csvRecord
070300         WITH POINTER WS-CSV-POINTER.
070400     IF WS-PRI-ENROLLED > ZERO
070500         MOVE WS-PRI-FW-RATE TO WS-CSV-PERCENT
070600         STRING WS-CSV-PERCENT               DELIMITED BY SIZE
070700             INTO csvRecord
070800             WITH POINTER WS-CSV-POINTER
070900     END-IF.
071000     STRING ","                              DELIMITED BY SIZE
071100            FUNCTION TRIM(WS-FLAG)           DELIMITED BY SIZE
071200         INTO csvRecord
071300         WITH POINTER WS-CSV-POINTER.
071400     WRITE csvRecord.
071500 3500-WRITE-CSV-LINE-EXIT.
071600     EXIT.
071700*----------------------------------------------------------------
071800 3510-STRING-ONE-COUNT.
071900*----------------------------------------------------------------
072000     MOVE WS-CUR-COUNT(WS-GRADE-SUB) TO WS-CSV-COUNT.
072100     STRING ","                              DELIMITED BY SIZE
072200            WS-CSV-COUNT                     DELIMITED BY SIZE
072300         INTO csvRecord
072400         WITH POINTER WS-CSV-POINTER.
072500 3510-STRING-ONE-COUNT-EXIT.
072600     EXIT.
072700*----------------------------------------------------------------
072800 3520-STRING-ONE-PERCENT.
072900*----------------------------------------------------------------
073000     COMPUTE WS-PERCENT ROUNDED =
073100         WS-CUR-COUNT(WS-GRADE-SUB) * 100 / WS-CUR-ENROLLED.
073200     MOVE WS-PERCENT TO WS-CSV-PERCENT.
073300     STRING ","                              DELIMITED BY SIZE
073400            WS-CSV-PERCENT                   DELIMITED BY SIZE
073500         INTO csvRecord
073600         WITH POINTER WS-CSV-POINTER.
073700 3520-STRING-ONE-PERCENT-EXIT.
073800     EXIT.
