000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB36BIL.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  REGISTRAR - STUDENT ROSTER REPORTING.
000500 DATE-WRITTEN.  10/14/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/14/2026  DL  INITIAL VERSION. TERM TUITION AND FEE BILLING.
001100*                 THE BURSAR BILLED FROM A SPREADSHEET ALTHOUGH
001200*                 THE TERM'S COURSES ARE ON LAB36.REG AND THEIR
001300*                 CREDIT HOURS ON LAB36.CAT. FOR ONE TERM (TERM=
001400*                 IN LAB36BIL.CTL, OR THE CONSOLE) EACH STUDENT'S
001500*                 REGISTERED HOURS ARE CHARGED AT THE LAB36.FEE
001600*                 SCHEDULE - H LINES PER CREDIT HOUR, F LINES
001700*                 FLAT - AS C RECORDS ON THE LAB36.ACT STUDENT
001800*                 ACCOUNT LEDGER, WITH A BILLING REGISTER ON
001900*                 LAB36.BRG. A DROPPED REGISTRATION IS NOT
002000*                 BILLED. WITHOUT A LAB36.REG THE TERM'S lab36.grd
002100*                 GRADES ARE BILLED INSTEAD, WITH A WARNING. A
002200*                 TERM ALREADY CHARGED ON LAB36.ACT CANNOT BE
002300*                 BILLED TWICE. LAB36PAY POSTS PAYMENTS AND
002400*                 LAB36AGE AGES WHAT IS LEFT.
002500*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OPTIONAL feeFile ASSIGN TO "LAB36.FEE"
003000         ORGANIZATION LINE SEQUENTIAL
003100         FILE STATUS IS feeFileStatus.
003200     SELECT OPTIONAL catalogFile ASSIGN TO "LAB36.CAT"
003300         ORGANIZATION LINE SEQUENTIAL
003400         FILE STATUS IS catalogFileStatus.
003500     SELECT masterFile ASSIGN TO "lab36.mst"
003600         ORGANIZATION LINE SEQUENTIAL
003700         FILE STATUS IS masterFileStatus.
003800     SELECT OPTIONAL registrationFile ASSIGN TO "LAB36.REG"
003900         ORGANIZATION LINE SEQUENTIAL
004000         FILE STATUS IS registrationFileStatus.
004100     SELECT OPTIONAL gradeFile ASSIGN TO "lab36.grd"
004200         ORGANIZATION LINE SEQUENTIAL
004300         FILE STATUS IS gradeFileStatus.
004400     SELECT OPTIONAL accountFile ASSIGN TO "LAB36.ACT"
004500         ORGANIZATION LINE SEQUENTIAL
004600         FILE STATUS IS accountFileStatus.
004700     SELECT billRegisterFile ASSIGN TO "LAB36.BRG"
004800         ORGANIZATION LINE SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  feeFile.
005200 01  feeRecord.
005300     05  feeCode                 PIC X(08).
005400     05  feeDescription          PIC X(20).
005500     05  feeBasis                PIC X(01).
005600     05  feeAmount               PIC 9(05)V99.
005700 FD  catalogFile.
005800 01  catalogDetailsI.
005900     05  catCourseI              PIC X(08).
006000     05  catTitleI               PIC X(20).
006100     05  catHoursI               PIC 9(02).
006200 FD  masterFile.
006300 01  masterDetailsI.
006400     05  mstStudentNameI         PIC A(20).
006500     05  mstPriorCreditsI        PIC 9(03).
006600     05  mstPriorPointsI         PIC 9(04).
006700 FD  registrationFile.
006800 01  registrationRecord.
006900     05  regTerm                 PIC X(05).
007000     05  regStudentName          PIC A(20).
007100     05  regCourse               PIC X(08).
007200     05  regSection              PIC X(03).
007300     05  regStatus               PIC X(01).
007400     05  regDate                 PIC 9(08).
007500 FD  gradeFile.
007600 01  gradeDetailsI.
007700     05  grdStudentNameI         PIC A(20).
007800     05  grdCourseI              PIC X(08).
007900     05  grdCreditHoursI         PIC 9(02).
008000     05  grdGradeI               PIC X(01).
008100     05  grdTermI                PIC X(05).
008200 FD  accountFile.
008300 01  accountRecord.
008400     05  actStudentName          PIC A(20).
008500     05  actTerm                 PIC X(05).
008600     05  actType                 PIC X(01).
008700     05  actReference            PIC X(08).
008800     05  actDate                 PIC 9(08).
008900     05  actAmount               PIC 9(06)V99.
009000 FD  billRegisterFile.
009100 01  billRegisterRecord          PIC X(80).
009200 WORKING-STORAGE SECTION.
009300*----------------------------------------------------------------
009400* FILE STATUS AND RUN COUNTS
009500*----------------------------------------------------------------
009600 01  feeFileStatus               PIC X(02).
009700 01  catalogFileStatus           PIC X(02).
009800 01  masterFileStatus            PIC X(02).
009900 01  registrationFileStatus      PIC X(02).
010000 01  gradeFileStatus             PIC X(02).
010100 01  accountFileStatus           PIC X(02).
010200 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
010300 01  WS-RECORDS-READ             PIC 9(07) VALUE ZERO.
010400 01  WS-CHARGES-WRITTEN          PIC 9(05) COMP VALUE ZERO.
010500 01  WS-COURSES-BILLED           PIC 9(05) COMP VALUE ZERO.
010600 01  WS-REJECT-COUNT             PIC 9(05) COMP VALUE ZERO.
010700 01  WS-TODAY                    PIC 9(08).
010800 01  WS-TERM-WANTED              PIC X(05).
010900 01  WS-TERM-WANTED-R REDEFINES WS-TERM-WANTED.
011000     05  WS-TERM-YEAR            PIC X(04).
011100     05  WS-TERM-PART            PIC X(01).
011200 01  WS-TERM-BILLED-SW           PIC X(01) VALUE "N".
011300     88  TERM-ALREADY-BILLED             VALUE "Y".
011400     88  TERM-NOT-BILLED                 VALUE "N".
011500*----------------------------------------------------------------
011600* THE FEE SCHEDULE (LAB36.FEE) - H PER CREDIT HOUR, F FLAT
011700*----------------------------------------------------------------
011800 01  WS-FEE-COUNT                PIC 9(02) COMP VALUE ZERO.
011900 01  WS-FEE-SUB                  PIC 9(02) COMP.
012000 01  WS-FEE-TABLE.
012100     05  WS-FEE-ENTRY OCCURS 20 TIMES.
012200         10  WS-FEE-CODE         PIC X(08).
012300         10  WS-FEE-DESCRIPTION  PIC X(20).
012400         10  WS-FEE-BASIS        PIC X(01).
012500             88  FEE-PER-HOUR            VALUE "H".
012600             88  FEE-FLAT                VALUE "F".
012700         10  WS-FEE-AMOUNT       PIC 9(05)V99.
012800*----------------------------------------------------------------
012900* COURSE CATALOG (LAB36.CAT) - CREDIT HOURS
013000*----------------------------------------------------------------
013100 01  WS-CAT-COUNT                PIC 9(03) COMP VALUE ZERO.
013200 01  WS-CAT-SUB                  PIC 9(03) COMP.
013300 01  WS-CAT-TABLE.
013400     05  WS-CAT-ENTRY OCCURS 100 TIMES.
013500         10  WS-CAT-COURSE       PIC X(08).
013600         10  WS-CAT-HOURS        PIC 9(02).
013700 01  WS-COURSE-WANTED            PIC X(08).
013800 01  WS-EFFECTIVE-HOURS          PIC 9(02).
013900 01  WS-COURSE-FOUND-SW          PIC X(01).
014000     88  COURSE-FOUND                    VALUE "Y".
014100     88  COURSE-NOT-FOUND                VALUE "N".
014200*----------------------------------------------------------------
014300* STUDENT MASTER NAMES
014400*----------------------------------------------------------------
014500 01  WS-STU-COUNT                PIC 9(03) COMP VALUE ZERO.
014600 01  WS-STU-SUB                  PIC 9(03) COMP.
014700 01  WS-STU-TABLE.
014800     05  WS-STU-NAME OCCURS 200 TIMES
014900                                 PIC A(20).
015000 01  WS-STUDENT-FOUND-SW         PIC X(01).
015100     88  STUDENT-FOUND                   VALUE "Y".
015200     88  STUDENT-NOT-FOUND               VALUE "N".
015300 01  WS-STUDENT-WANTED           PIC A(20).
015400*----------------------------------------------------------------
015500* THE TERM'S BILLABLE HOURS PER STUDENT
015600*----------------------------------------------------------------
015700 01  WS-BIL-COUNT                PIC 9(03) COMP VALUE ZERO.
015800 01  WS-BIL-SUB                  PIC 9(03) COMP.
015900 01  WS-BIL-HIT                  PIC 9(03) COMP VALUE ZERO.
016000 01  WS-BIL-TABLE.
016100     05  WS-BIL-ENTRY OCCURS 200 TIMES.
016200         10  WS-BIL-NAME         PIC A(20).
016300         10  WS-BIL-HOURS        PIC 9(03).
016400         10  WS-BIL-COURSES      PIC 9(02).
016500 01  WS-CHARGE-AMOUNT            PIC 9(06)V99.
016600 01  WS-STUDENT-TOTAL            PIC 9(07)V99.
016700 01  WS-GRAND-TOTAL              PIC 9(08)V99 VALUE ZERO.
016800 01  WS-STUDENTS-BILLED          PIC 9(05) COMP VALUE ZERO.
016900*----------------------------------------------------------------
017000* BILLING REGISTER LINE LAYOUTS
017100*----------------------------------------------------------------
017200 01  WS-TITLE-LINE.
017300     05  FILLER                  PIC X(29)
017400         VALUE "TERM BILLING REGISTER - TERM ".
017500     05  WS-TL-TERM              PIC X(05).
017600     05  FILLER                  PIC X(06) VALUE "  RUN ".
017700     05  WS-TL-DATE              PIC 9(08).
017800 01  WS-HEADING-LINE.
017900     05  FILLER                  PIC X(21) VALUE "STUDENT".
018000     05  FILLER                  PIC X(09) VALUE "FEE".
018100     05  FILLER                  PIC X(21) VALUE "DESCRIPTION".
018200     05  FILLER                  PIC X(06) VALUE "HOURS".
018300     05  FILLER                  PIC X(13) VALUE "       AMOUNT".
018400 01  WS-DETAIL-LINE.
018500     05  WS-DL-NAME              PIC A(20).
018600     05  FILLER                  PIC X(01) VALUE SPACE.
018700     05  WS-DL-FEE-CODE          PIC X(08).
018800     05  FILLER                  PIC X(01) VALUE SPACE.
018900     05  WS-DL-DESCRIPTION       PIC X(20).
019000     05  FILLER                  PIC X(02) VALUE SPACES.
019100     05  WS-DL-HOURS             PIC ZZ9.
019200     05  FILLER                  PIC X(03) VALUE SPACES.
019300     05  WS-DL-AMOUNT            PIC ZZZ,ZZ9.99.
019400 01  WS-STUDENT-TOTAL-LINE.
019500     05  FILLER                  PIC X(57)
019600         VALUE "    STUDENT TOTAL".
019700     05  WS-ST-AMOUNT            PIC Z,ZZZ,ZZ9.99.
019800 01  WS-GRAND-TOTAL-LINE.
019900     05  WS-GT-COUNT             PIC ZZZZ9.
020000     05  FILLER                  PIC X(19)
020100         VALUE " STUDENT(S) BILLED ".
020200     05  FILLER                  PIC X(30)
020300         VALUE "TERM TOTAL".
020400     05  WS-GT-AMOUNT            PIC ZZ,ZZZ,ZZ9.99.
020500*----------------------------------------------------------------
020600* CALL INTERFACES TO THE SHARED SUBPROGRAMS
020700*----------------------------------------------------------------
020800 COPY "auditparm.cpy".
020900 COPY "rejparm.cpy".
021000 COPY "rctlparm.cpy".
021100 PROCEDURE DIVISION.
021200*----------------------------------------------------------------
021300 0000-MAINLINE.
021400*----------------------------------------------------------------
021500     MOVE "LAB36BIL" TO AUDIT-PROGRAM-NAME.
021600     MOVE SPACES TO AUDIT-USER-ID.
021700     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
021800     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
021900     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
022000
022100     PERFORM 0500-GET-TERM
022200         THRU 0500-GET-TERM-EXIT.
022300     IF WS-FINAL-RETURN-CODE > 4
022400         GO TO 0000-WRAP-UP
022500     END-IF.
022600     PERFORM 1000-LOAD-FEE-SCHEDULE
022700         THRU 1000-LOAD-FEE-SCHEDULE-EXIT.
022800     IF WS-FEE-COUNT = ZERO
022900         DISPLAY "** NO LAB36.FEE FEE SCHEDULE - NOTHING CAN BE "
023000             "BILLED **"
023100         MOVE 8 TO WS-FINAL-RETURN-CODE
023200         GO TO 0000-WRAP-UP
023300     END-IF.
023400     PERFORM 1100-LOAD-CATALOG
023500         THRU 1100-LOAD-CATALOG-EXIT.
023600     IF WS-CAT-COUNT = ZERO
023700         DISPLAY "** NO LAB36.CAT CATALOG - CREDIT HOURS "
023800             "UNKNOWN, NOTHING BILLED **"
023900         MOVE 8 TO WS-FINAL-RETURN-CODE
024000         GO TO 0000-WRAP-UP
024100     END-IF.
024200     PERFORM 1200-LOAD-STUDENTS
024300         THRU 1200-LOAD-STUDENTS-EXIT.
024400     PERFORM 1300-CHECK-LEDGER
024500         THRU 1300-CHECK-LEDGER-EXIT.
024600     IF TERM-ALREADY-BILLED
024700         DISPLAY "** TERM " WS-TERM-WANTED " IS ALREADY BILLED "
024800             "ON LAB36.ACT - NOTHING CHARGED **"
024900         MOVE 8 TO WS-FINAL-RETURN-CODE
025000         GO TO 0000-WRAP-UP
025100     END-IF.
025200
025300     PERFORM 1400-LOAD-REGISTRATIONS
025400         THRU 1400-LOAD-REGISTRATIONS-EXIT.
025500     IF WS-FINAL-RETURN-CODE > 4
025600         GO TO 0000-WRAP-UP
025700     END-IF.
025800     IF WS-BIL-COUNT = ZERO
025900         DISPLAY "Nothing to bill for term " WS-TERM-WANTED
026000         GO TO 0000-WRAP-UP
026100     END-IF.
026200
026300     PERFORM 2000-WRITE-CHARGES
026400         THRU 2000-WRITE-CHARGES-EXIT.
026500
026600     DISPLAY WS-STUDENTS-BILLED " student(s) billed, "
026700         WS-CHARGES-WRITTEN " charge(s) on LAB36.ACT, "
026800         WS-REJECT-COUNT " rejected to REJECT.LOG".
026900     IF WS-REJECT-COUNT NOT = ZERO
027000         MOVE 4 TO WS-FINAL-RETURN-CODE
027100     END-IF.
027200
027300 0000-WRAP-UP.
027400     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
027500     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
027600     MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
027700     MOVE WS-CHARGES-WRITTEN TO AUDIT-RECORDS-WRITTEN.
027800     CALL "AUDITLOG" USING AUDIT-PARM.
027900*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
028000     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
028100     STOP RUN.
028200*----------------------------------------------------------------
028300 0500-GET-TERM.
028400*----------------------------------------------------------------
028500     MOVE "LAB36BIL" TO RCTL-PROGRAM-NAME.
028600     MOVE "TERM" TO RCTL-KEYWORD.
028700     CALL "RUNCTL" USING RCTL-PARM.
028800     IF RCTL-VALUE-FOUND
028900         MOVE RCTL-VALUE(1:5) TO WS-TERM-WANTED
029000         DISPLAY "TERM taken from LAB36BIL.CTL"
029100     ELSE
029200         DISPLAY "Enter the term (YYYYT, T=1/2/3)"
029300         ACCEPT WS-TERM-WANTED FROM CONSOLE
029400     END-IF.
029500     IF WS-TERM-YEAR IS NOT NUMERIC
029600         OR WS-TERM-PART < "1"
029700         OR WS-TERM-PART > "3"
029800         DISPLAY "** " WS-TERM-WANTED " IS NOT A YYYYT TERM **"
029900         MOVE 8 TO WS-FINAL-RETURN-CODE
030000         GO TO 0500-GET-TERM-EXIT
030100     END-IF.
030200     DISPLAY "Billing term " WS-TERM-WANTED.
030300 0500-GET-TERM-EXIT.
030400     EXIT.
030500*----------------------------------------------------------------
030600 1000-LOAD-FEE-SCHEDULE.
030700*    A LINE WITH A BASIS OTHER THAN H OR F, OR AN AMOUNT THAT IS
030800*    NOT NUMERIC, IS LEFT OUT WITH A WARNING - THE RUN ENDS RC 4.
030900*----------------------------------------------------------------
031000     OPEN INPUT feeFile.
031100     IF feeFileStatus NOT = "00"
031200         CLOSE feeFile
031300         GO TO 1000-LOAD-FEE-SCHEDULE-EXIT
031400     END-IF.
031500     PERFORM FOREVER
031600         READ feeFile
031700             AT END
031800             EXIT PERFORM
031900         END-READ
032000         ADD 1 TO WS-RECORDS-READ
032100         EVALUATE TRUE
032200             WHEN feeBasis NOT = "H" AND feeBasis NOT = "F"
032300                 DISPLAY "WARNING - fee " feeCode
032400                     " basis is not H or F - left out"
032500                 MOVE 4 TO WS-FINAL-RETURN-CODE
032600             WHEN feeAmount IS NOT NUMERIC
032700                 DISPLAY "WARNING - fee " feeCode
032800                     " amount is not numeric - left out"
032900                 MOVE 4 TO WS-FINAL-RETURN-CODE
033000             WHEN WS-FEE-COUNT >= 20
033100                 DISPLAY "WARNING - fee table full, " feeCode
033200                     " left out"
033300                 MOVE 4 TO WS-FINAL-RETURN-CODE
033400             WHEN OTHER
033500                 ADD 1 TO WS-FEE-COUNT
033600                 MOVE feeCode   TO WS-FEE-CODE(WS-FEE-COUNT)
033700                 MOVE feeDescription
033800                     TO WS-FEE-DESCRIPTION(WS-FEE-COUNT)
033900                 MOVE feeBasis  TO WS-FEE-BASIS(WS-FEE-COUNT)
034000                 MOVE feeAmount TO WS-FEE-AMOUNT(WS-FEE-COUNT)
034100         END-EVALUATE
034200     END-PERFORM.
034300     CLOSE feeFile.
034400 1000-LOAD-FEE-SCHEDULE-EXIT.
034500     EXIT.
034600*----------------------------------------------------------------
034700 1100-LOAD-CATALOG.
034800*----------------------------------------------------------------
034900     OPEN INPUT catalogFile.
035000     IF catalogFileStatus NOT = "00"
035100         CLOSE catalogFile
035200         GO TO 1100-LOAD-CATALOG-EXIT
035300     END-IF.
035400     PERFORM FOREVER
035500         READ catalogFile
035600             AT END
035700             EXIT PERFORM
035800         END-READ
035900         ADD 1 TO WS-RECORDS-READ
036000         IF WS-CAT-COUNT < 100
036100             ADD 1 TO WS-CAT-COUNT
036200             MOVE catCourseI TO WS-CAT-COURSE(WS-CAT-COUNT)
036300             MOVE catHoursI  TO WS-CAT-HOURS(WS-CAT-COUNT)
036400         END-IF
036500     END-PERFORM.
036600     CLOSE catalogFile.
036700 1100-LOAD-CATALOG-EXIT.
036800     EXIT.
036900*----------------------------------------------------------------
037000 1200-LOAD-STUDENTS.
037100*----------------------------------------------------------------
037200     OPEN INPUT masterFile.
037300     IF masterFileStatus NOT = "00"
037400         GO TO 1200-LOAD-STUDENTS-EXIT
037500     END-IF.
037600     PERFORM FOREVER
037700         READ masterFile
037800             AT END
037900             EXIT PERFORM
038000         END-READ
038100         ADD 1 TO WS-RECORDS-READ
038200         IF WS-STU-COUNT < 200
038300             ADD 1 TO WS-STU-COUNT
038400             MOVE mstStudentNameI TO WS-STU-NAME(WS-STU-COUNT)
038500         END-IF
038600     END-PERFORM.
038700     CLOSE masterFile.
038800 1200-LOAD-STUDENTS-EXIT.
038900     EXIT.
039000*----------------------------------------------------------------
039100 1300-CHECK-LEDGER.
039200*    ANY CHARGE ALREADY ON LAB36.ACT FOR THE TERM MEANS THE TERM
039300*    WAS BILLED - THE SAME ONE-TIME RULE lab36.cls KEEPS FOR THE
039400*    TERM CLOSE.
039500*----------------------------------------------------------------
039600     SET TERM-NOT-BILLED TO TRUE.
039700     OPEN INPUT accountFile.
039800     IF accountFileStatus NOT = "00"
039900         CLOSE accountFile
040000         GO TO 1300-CHECK-LEDGER-EXIT
040100     END-IF.
040200     PERFORM FOREVER
040300         READ accountFile
040400             AT END
040500             EXIT PERFORM
040600         END-READ
040700         ADD 1 TO WS-RECORDS-READ
040800         IF actType = "C" AND actTerm = WS-TERM-WANTED
040900             SET TERM-ALREADY-BILLED TO TRUE
041000         END-IF
041100     END-PERFORM.
041200     CLOSE accountFile.
041300 1300-CHECK-LEDGER-EXIT.
041400     EXIT.
041500*----------------------------------------------------------------
041600 1400-LOAD-REGISTRATIONS.
041700*    THE TERM'S ACTIVE (R) REGISTRATIONS ARE WHAT IS BILLED. A
041800*    SHOP THAT HAS NOT STARTED REGISTERING THROUGH LAB36REG
041900*    BILLS FROM THE TERM'S lab36.grd GRADES INSTEAD.
042000*----------------------------------------------------------------
042100     OPEN INPUT registrationFile.
042200     IF registrationFileStatus NOT = "00"
042300         CLOSE registrationFile
042400         DISPLAY "WARNING - LAB36.REG not found, billing from "
042500             "the term's lab36.grd grades"
042600         PERFORM 1500-LOAD-TERM-GRADES
042700             THRU 1500-LOAD-TERM-GRADES-EXIT
042800         GO TO 1400-LOAD-REGISTRATIONS-EXIT
042900     END-IF.
043000     PERFORM FOREVER
043100         READ registrationFile
043200             AT END
043300             EXIT PERFORM
043400         END-READ
043500         ADD 1 TO WS-RECORDS-READ
043600         IF regTerm = WS-TERM-WANTED AND regStatus = "R"
043700             MOVE regStudentName TO WS-STUDENT-WANTED
043800             MOVE regCourse      TO WS-COURSE-WANTED
043900             PERFORM 1600-ADD-ONE-COURSE
044000                 THRU 1600-ADD-ONE-COURSE-EXIT
044100         END-IF
044200     END-PERFORM.
044300     CLOSE registrationFile.
044400 1400-LOAD-REGISTRATIONS-EXIT.
044500     EXIT.
044600*----------------------------------------------------------------
044700 1500-LOAD-TERM-GRADES.
044800*----------------------------------------------------------------
044900     OPEN INPUT gradeFile.
045000     IF gradeFileStatus NOT = "00"
045100         CLOSE gradeFile
045200         GO TO 1500-LOAD-TERM-GRADES-EXIT
045300     END-IF.
045400     PERFORM FOREVER
045500         READ gradeFile
045600             AT END
045700             EXIT PERFORM
045800         END-READ
045900         ADD 1 TO WS-RECORDS-READ
046000         IF grdTermI = WS-TERM-WANTED
046100             MOVE grdStudentNameI TO WS-STUDENT-WANTED
046200             MOVE grdCourseI      TO WS-COURSE-WANTED
046300             PERFORM 1600-ADD-ONE-COURSE
046400                 THRU 1600-ADD-ONE-COURSE-EXIT
046500         END-IF
046600     END-PERFORM.
046700     CLOSE gradeFile.
046800 1500-LOAD-TERM-GRADES-EXIT.
046900     EXIT.
047000*----------------------------------------------------------------
047100 1600-ADD-ONE-COURSE.
047200*    ONE BILLABLE COURSE - THE STUDENT MUST BE ON THE MASTER AND
047300*    THE COURSE IN THE CATALOG, WHOSE HOURS ARE THE ONES BILLED.
047400*----------------------------------------------------------------
047500     SET STUDENT-NOT-FOUND TO TRUE.
047600     PERFORM 1610-CHECK-ONE-STUDENT
047700         THRU 1610-CHECK-ONE-STUDENT-EXIT
047800         VARYING WS-STU-SUB FROM 1 BY 1
047900         UNTIL WS-STU-SUB > WS-STU-COUNT
048000         OR STUDENT-FOUND.
048100     IF STUDENT-NOT-FOUND
048200         MOVE "NSTU" TO REJ-REASON-CODE
048300         MOVE "Student not on lab36.mst - not billed"
048400             TO REJ-REASON-TEXT
048500         PERFORM 2900-REJECT-ONE-COURSE
048600             THRU 2900-REJECT-ONE-COURSE-EXIT
048700         GO TO 1600-ADD-ONE-COURSE-EXIT
048800     END-IF.
048900     SET COURSE-NOT-FOUND TO TRUE.
049000     MOVE ZERO TO WS-EFFECTIVE-HOURS.
049100     PERFORM 1620-CHECK-ONE-COURSE
049200         THRU 1620-CHECK-ONE-COURSE-EXIT
049300         VARYING WS-CAT-SUB FROM 1 BY 1
049400         UNTIL WS-CAT-SUB > WS-CAT-COUNT
049500         OR COURSE-FOUND.
049600     IF COURSE-NOT-FOUND
049700         MOVE "NCRS" TO REJ-REASON-CODE
049800         MOVE "Course not on LAB36.CAT - not billed"
049900             TO REJ-REASON-TEXT
050000         PERFORM 2900-REJECT-ONE-COURSE
050100             THRU 2900-REJECT-ONE-COURSE-EXIT
050200         GO TO 1600-ADD-ONE-COURSE-EXIT
050300     END-IF.
050400
050500     MOVE ZERO TO WS-BIL-HIT.
050600     PERFORM 1630-CHECK-ONE-BILL
050700         THRU 1630-CHECK-ONE-BILL-EXIT
050800         VARYING WS-BIL-SUB FROM 1 BY 1
050900         UNTIL WS-BIL-SUB > WS-BIL-COUNT
051000         OR WS-BIL-HIT NOT = ZERO.
051100     IF WS-BIL-HIT = ZERO
051200         IF WS-BIL-COUNT >= 200
051300             DISPLAY "** BILLING TABLE FULL - TERM CANNOT BE "
051400                 "BILLED COMPLETELY **"
051500             MOVE 8 TO WS-FINAL-RETURN-CODE
051600             GO TO 1600-ADD-ONE-COURSE-EXIT
051700         END-IF
051800         ADD 1 TO WS-BIL-COUNT
051900         MOVE WS-BIL-COUNT TO WS-BIL-HIT
052000         MOVE WS-STUDENT-WANTED TO WS-BIL-NAME(WS-BIL-HIT)
052100         MOVE ZERO TO WS-BIL-HOURS(WS-BIL-HIT)
052200         MOVE ZERO TO WS-BIL-COURSES(WS-BIL-HIT)
052300     END-IF.
052400     ADD WS-EFFECTIVE-HOURS TO WS-BIL-HOURS(WS-BIL-HIT).
052500     ADD 1 TO WS-BIL-COURSES(WS-BIL-HIT).
052600     ADD 1 TO WS-COURSES-BILLED.
052700 1600-ADD-ONE-COURSE-EXIT.
052800     EXIT.
052900*----------------------------------------------------------------
053000 1610-CHECK-ONE-STUDENT.
053100*----------------------------------------------------------------
053200     IF WS-STU-NAME(WS-STU-SUB) = WS-STUDENT-WANTED
053300         SET STUDENT-FOUND TO TRUE
053400     END-IF.
053500 1610-CHECK-ONE-STUDENT-EXIT.
053600     EXIT.
053700*----------------------------------------------------------------
053800 1620-CHECK-ONE-COURSE.
053900*----------------------------------------------------------------
054000     IF WS-CAT-COURSE(WS-CAT-SUB) = WS-COURSE-WANTED
054100         SET COURSE-FOUND TO TRUE
054200         MOVE WS-CAT-HOURS(WS-CAT-SUB) TO WS-EFFECTIVE-HOURS
054300     END-IF.
054400 1620-CHECK-ONE-COURSE-EXIT.
054500     EXIT.
054600*----------------------------------------------------------------
054700 1630-CHECK-ONE-BILL.
054800*----------------------------------------------------------------
054900     IF WS-BIL-NAME(WS-BIL-SUB) = WS-STUDENT-WANTED
055000         MOVE WS-BIL-SUB TO WS-BIL-HIT
055100     END-IF.
055200 1630-CHECK-ONE-BILL-EXIT.
055300     EXIT.
055400*----------------------------------------------------------------
055500 2000-WRITE-CHARGES.
055600*    ONE LAB36.ACT CHARGE PER STUDENT PER FEE LINE, AND THE SAME
055700*    FIGURES ON THE BILLING REGISTER.
055800*----------------------------------------------------------------
055900     OPEN EXTEND accountFile.
056000     IF accountFileStatus NOT = "00"
056100         OPEN OUTPUT accountFile
056200     END-IF.
056300     OPEN OUTPUT billRegisterFile.
056400     MOVE WS-TERM-WANTED TO WS-TL-TERM.
056500     MOVE WS-TODAY TO WS-TL-DATE.
056600     WRITE billRegisterRecord FROM WS-TITLE-LINE.
056700     MOVE SPACES TO billRegisterRecord.
056800     WRITE billRegisterRecord.
056900     WRITE billRegisterRecord FROM WS-HEADING-LINE.
057000
057100     PERFORM 2100-BILL-ONE-STUDENT
057200         THRU 2100-BILL-ONE-STUDENT-EXIT
057300         VARYING WS-BIL-SUB FROM 1 BY 1
057400         UNTIL WS-BIL-SUB > WS-BIL-COUNT.
057500
057600     MOVE SPACES TO billRegisterRecord.
057700     WRITE billRegisterRecord.
057800     MOVE WS-STUDENTS-BILLED TO WS-GT-COUNT.
057900     MOVE WS-GRAND-TOTAL TO WS-GT-AMOUNT.
058000     WRITE billRegisterRecord FROM WS-GRAND-TOTAL-LINE.
058100     CLOSE billRegisterFile.
058200     CLOSE accountFile.
058300 2000-WRITE-CHARGES-EXIT.
058400     EXIT.
058500*----------------------------------------------------------------
058600 2100-BILL-ONE-STUDENT.
058700*----------------------------------------------------------------
058800     MOVE ZERO TO WS-STUDENT-TOTAL.
058900     PERFORM 2200-CHARGE-ONE-FEE
059000         THRU 2200-CHARGE-ONE-FEE-EXIT
059100         VARYING WS-FEE-SUB FROM 1 BY 1
059200         UNTIL WS-FEE-SUB > WS-FEE-COUNT.
059300     IF WS-STUDENT-TOTAL = ZERO
059400         GO TO 2100-BILL-ONE-STUDENT-EXIT
059500     END-IF.
059600     MOVE WS-STUDENT-TOTAL TO WS-ST-AMOUNT.
059700     WRITE billRegisterRecord FROM WS-STUDENT-TOTAL-LINE.
059800     ADD WS-STUDENT-TOTAL TO WS-GRAND-TOTAL.
059900     ADD 1 TO WS-STUDENTS-BILLED.
060000 2100-BILL-ONE-STUDENT-EXIT.
060100     EXIT.
060200*----------------------------------------------------------------
060300 2200-CHARGE-ONE-FEE.
060400*    AN H FEE IS THE RATE TIMES THE TERM'S CREDIT HOURS; AN F FEE
060500*    IS CHARGED ONCE. A FEE THAT COMES TO ZERO IS NOT WRITTEN.
060600*----------------------------------------------------------------
060700     IF FEE-PER-HOUR(WS-FEE-SUB)
060800         COMPUTE WS-CHARGE-AMOUNT =
060900             WS-FEE-AMOUNT(WS-FEE-SUB) * WS-BIL-HOURS(WS-BIL-SUB)
061000     ELSE
061100         MOVE WS-FEE-AMOUNT(WS-FEE-SUB) TO WS-CHARGE-AMOUNT
061200     END-IF.
061300     IF WS-CHARGE-AMOUNT = ZERO
061400         GO TO 2200-CHARGE-ONE-FEE-EXIT
061500     END-IF.
061600     MOVE WS-BIL-NAME(WS-BIL-SUB)  TO actStudentName.
061700     MOVE WS-TERM-WANTED           TO actTerm.
061800     MOVE "C"                      TO actType.
061900     MOVE WS-FEE-CODE(WS-FEE-SUB)  TO actReference.
062000     MOVE WS-TODAY                 TO actDate.
062100     MOVE WS-CHARGE-AMOUNT         TO actAmount.
062200     WRITE accountRecord.
062300     ADD 1 TO WS-CHARGES-WRITTEN.
062400
062500     MOVE WS-BIL-NAME(WS-BIL-SUB)  TO WS-DL-NAME.
062600     MOVE WS-FEE-CODE(WS-FEE-SUB)  TO WS-DL-FEE-CODE.
062700     MOVE WS-FEE-DESCRIPTION(WS-FEE-SUB) TO WS-DL-DESCRIPTION.
062800     IF FEE-PER-HOUR(WS-FEE-SUB)
062900         MOVE WS-BIL-HOURS(WS-BIL-SUB) TO WS-DL-HOURS
063000     ELSE
063100         MOVE ZERO TO WS-DL-HOURS
063200     END-IF.
063300     MOVE WS-CHARGE-AMOUNT TO WS-DL-AMOUNT.
063400     WRITE billRegisterRecord FROM WS-DETAIL-LINE.
063500     ADD WS-CHARGE-AMOUNT TO WS-STUDENT-TOTAL.
063600 2200-CHARGE-ONE-FEE-EXIT.
063700     EXIT.
063800*----------------------------------------------------------------
063900 2900-REJECT-ONE-COURSE.
064000*    LOG THE UNBILLABLE COURSE TO THE SHOP-WIDE REJECT.LOG.
064100*----------------------------------------------------------------
064200     DISPLAY "WARNING - course not billed (" REJ-REASON-CODE
064300         "): " WS-STUDENT-WANTED " " WS-COURSE-WANTED.
064400     MOVE "LAB36BIL" TO REJ-PROGRAM-NAME.
064500     MOVE SPACES TO REJ-RECORD-KEY.
064600     MOVE WS-STUDENT-WANTED TO REJ-RECORD-KEY.
064700     CALL "REJECTLOG" USING REJECT-PARM.
064800     ADD 1 TO WS-REJECT-COUNT.
064900 2900-REJECT-ONE-COURSE-EXIT.
065000     EXIT.
