000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB36REG.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  REGISTRAR - STUDENT ROSTER REPORTING.
000500 DATE-WRITTEN.  10/13/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/13/2026  DL  INITIAL VERSION. COURSE REGISTRATION. APPLIES
001100*                 THE LAB36.RGT REGISTRATION TRANSACTIONS (A ADD,
001200*                 D DROP) FOR ONE TERM TO THE LAB36.REG
001300*                 REGISTRATION FILE. AN ADD MUST NAME A LAB36.SEC
001400*                 SECTION OF THE TERM WITH A SEAT OPEN, THE
001500*                 STUDENT MUST HAVE COMPLETED EVERY LAB36.PRE
001600*                 PREREQUISITE ON lab36.hst (THE ATTEMPT THAT
001700*                 COUNTS, AT THE GRADE REQUIRED OR BETTER), AND
001800*                 THE TERM'S CREDIT HOURS MAY NOT GO OVER THE
001900*                 LAB36REG.PRM MAXIMUM. A DROP MARKS THE
002000*                 REGISTRATION D AND FREES THE SEAT. A FAILED
002100*                 TRANSACTION GOES TO REJECT.LOG, AS LAB36GPA'S
002200*                 DO, AND LAB36.RGT IS EMPTIED AFTER THE RUN.
002210* 10/14/2026  DL  AN ADD FOR A STUDENT ON THE LAB36.HLD BURSAR
002220*                 HOLD LIST (BALANCE PAST DUE, KEPT BY LAB36AGE)
002230*                 IS REJECTED HOLD. DROPS ARE STILL TAKEN.
002300*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT OPTIONAL regTranFile ASSIGN TO "LAB36.RGT"
002800         ORGANIZATION LINE SEQUENTIAL
002900         FILE STATUS IS regTranFileStatus.
003000     SELECT OPTIONAL registrationFile ASSIGN TO "LAB36.REG"
003100         ORGANIZATION LINE SEQUENTIAL
003200         FILE STATUS IS registrationFileStatus.
003300     SELECT OPTIONAL sectionFile ASSIGN TO "LAB36.SEC"
003400         ORGANIZATION LINE SEQUENTIAL
003500         FILE STATUS IS sectionFileStatus.
003600     SELECT OPTIONAL prereqFile ASSIGN TO "LAB36.PRE"
003700         ORGANIZATION LINE SEQUENTIAL
003800         FILE STATUS IS prereqFileStatus.
003900     SELECT OPTIONAL catalogFile ASSIGN TO "LAB36.CAT"
004000         ORGANIZATION LINE SEQUENTIAL
004100         FILE STATUS IS catalogFileStatus.
004200     SELECT OPTIONAL historyFile ASSIGN TO "lab36.hst"
004300         ORGANIZATION LINE SEQUENTIAL
004400         FILE STATUS IS historyFileStatus.
004500     SELECT masterFile ASSIGN TO "lab36.mst"
004600         ORGANIZATION LINE SEQUENTIAL
004700         FILE STATUS IS masterFileStatus.
004800     SELECT OPTIONAL regPrmFile ASSIGN TO "LAB36REG.PRM"
004900         ORGANIZATION LINE SEQUENTIAL
005000         FILE STATUS IS regPrmFileStatus.
005010     SELECT OPTIONAL holdFile ASSIGN TO "LAB36.HLD"
005020         ORGANIZATION LINE SEQUENTIAL
005030         FILE STATUS IS holdFileStatus.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  regTranFile.
005400 01  regTranRecord.
005500     05  rgtStudentName          PIC A(20).
005600     05  rgtCourse               PIC X(08).
005700     05  rgtSection              PIC X(03).
005800     05  rgtTerm                 PIC X(05).
005900     05  rgtAction               PIC X(01).
006000 FD  registrationFile.
006100 01  registrationRecord.
006200     05  regTerm                 PIC X(05).
006300     05  regStudentName          PIC A(20).
006400     05  regCourse               PIC X(08).
006500     05  regSection              PIC X(03).
006600     05  regStatus               PIC X(01).
006700     05  regDate                 PIC 9(08).
006800 FD  sectionFile.
006900 01  sectionRecord.
007000     05  secTerm                 PIC X(05).
007100     05  secCourse               PIC X(08).
007200     05  secSection              PIC X(03).
007300     05  secSeatLimit            PIC 9(03).
007400     05  secInstructor           PIC X(20).
007500 FD  prereqFile.
007600 01  prereqRecord.
007700     05  preCourse               PIC X(08).
007800     05  preRequired             PIC X(08).
007900     05  preMinGrade             PIC X(01).
008000 FD  catalogFile.
008100 01  catalogDetailsI.
008200     05  catCourseI              PIC X(08).
008300     05  catTitleI               PIC X(20).
008400     05  catHoursI               PIC 9(02).
008500 FD  historyFile.
008600 01  historyDetails.
008700     05  hstStudentName          PIC A(20).
008800     05  hstCourse               PIC X(08).
008900     05  hstCreditHours          PIC 9(02).
009000     05  hstGrade                PIC X(01).
009100     05  hstTerm                 PIC X(05).
009200 FD  masterFile.
009300 01  masterDetailsI.
009400     05  mstStudentNameI         PIC A(20).
009500     05  mstPriorCreditsI        PIC 9(03).
009600     05  mstPriorPointsI         PIC 9(04).
009700 FD  regPrmFile.
009800 01  regPrmRecord.
009900     05  prmMaxHours             PIC 9(02).
009910 FD  holdFile.
009920 01  holdRecord.
009930     05  hldStudentName          PIC A(20).
009940     05  hldBalance              PIC 9(06)V99.
009950     05  hldBucket               PIC 9(01).
009960     05  hldDate                 PIC 9(08).
010000 WORKING-STORAGE SECTION.
010100*----------------------------------------------------------------
010200* FILE STATUS AND RUN COUNTS
010300*----------------------------------------------------------------
010400 01  regTranFileStatus           PIC X(02).
010500 01  registrationFileStatus      PIC X(02).
010600 01  sectionFileStatus           PIC X(02).
010700 01  prereqFileStatus            PIC X(02).
010800 01  catalogFileStatus           PIC X(02).
010900 01  historyFileStatus           PIC X(02).
011000 01  masterFileStatus            PIC X(02).
011100 01  regPrmFileStatus            PIC X(02).
011110 01  holdFileStatus              PIC X(02).
011200 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
011300 01  WS-RECORDS-READ             PIC 9(07) VALUE ZERO.
011400 01  WS-TRANS-READ               PIC 9(05) COMP VALUE ZERO.
011500 01  WS-ADDED-COUNT              PIC 9(05) COMP VALUE ZERO.
011600 01  WS-DROPPED-COUNT            PIC 9(05) COMP VALUE ZERO.
011700 01  WS-REJECT-COUNT             PIC 9(05) COMP VALUE ZERO.
011800 01  WS-TODAY                    PIC 9(08).
011900 01  WS-TERM-WANTED              PIC X(05).
012000 01  WS-TERM-WANTED-R REDEFINES WS-TERM-WANTED.
012100     05  WS-TERM-YEAR            PIC X(04).
012200     05  WS-TERM-PART            PIC X(01).
012300 01  WS-MAX-HOURS                PIC 9(02) VALUE 18.
012400*----------------------------------------------------------------
012500* COURSE CATALOG (LAB36.CAT) - CREDIT HOURS
012600*----------------------------------------------------------------
012700 01  WS-CAT-COUNT                PIC 9(03) COMP VALUE ZERO.
012800 01  WS-CAT-SUB                  PIC 9(03) COMP.
012900 01  WS-CAT-TABLE.
013000     05  WS-CAT-ENTRY OCCURS 100 TIMES.
013100         10  WS-CAT-COURSE       PIC X(08).
013200         10  WS-CAT-HOURS        PIC 9(02).
013300 01  WS-COURSE-WANTED            PIC X(08).
013400 01  WS-SECTION-WANTED           PIC X(03).
013500 01  WS-EFFECTIVE-HOURS          PIC 9(02).
013600 01  WS-COURSE-FOUND-SW          PIC X(01).
013700     88  COURSE-FOUND                    VALUE "Y".
013800     88  COURSE-NOT-FOUND                VALUE "N".
013900*----------------------------------------------------------------
014000* THE TERM'S SECTIONS (LAB36.SEC) WITH SEATS TAKEN
014100*----------------------------------------------------------------
014200 01  WS-SEC-COUNT                PIC 9(03) COMP VALUE ZERO.
014300 01  WS-SEC-SUB                  PIC 9(03) COMP.
014400 01  WS-SEC-HIT                  PIC 9(03) COMP VALUE ZERO.
014500 01  WS-SEC-TABLE.
014600     05  WS-SEC-ENTRY OCCURS 100 TIMES.
014700         10  WS-SEC-COURSE       PIC X(08).
014800         10  WS-SEC-SECTION      PIC X(03).
014900         10  WS-SEC-LIMIT        PIC 9(03).
015000         10  WS-SEC-TAKEN        PIC 9(03).
015100*----------------------------------------------------------------
015200* PREREQUISITES (LAB36.PRE)
015300*----------------------------------------------------------------
015400 01  WS-PRE-COUNT                PIC 9(03) COMP VALUE ZERO.
015500 01  WS-PRE-SUB                  PIC 9(03) COMP.
015600 01  WS-PRE-TABLE.
015700     05  WS-PRE-ENTRY OCCURS 200 TIMES.
015800         10  WS-PRE-COURSE       PIC X(08).
015900         10  WS-PRE-REQUIRED     PIC X(08).
016000         10  WS-PRE-MIN-GRADE    PIC X(01).
016100 01  WS-PREREQ-OK-SW             PIC X(01).
016200     88  PREREQS-MET                     VALUE "Y".
016300     88  PREREQ-MISSING                  VALUE "N".
016400 01  WS-PREREQ-SHORT             PIC X(08).
016500*----------------------------------------------------------------
016600* GRADE HISTORY (lab36.hst) AND THE STUDENT MASTER NAMES
016700*----------------------------------------------------------------
016800 01  WS-HST-COUNT                PIC 9(03) COMP VALUE ZERO.
016900 01  WS-HST-SUB                  PIC 9(03) COMP.
017000 01  WS-HST-HIT                  PIC 9(03) COMP VALUE ZERO.
017100 01  WS-HST-TABLE.
017200     05  WS-HST-ENTRY OCCURS 500 TIMES.
017300         10  WS-HST-NAME         PIC A(20).
017400         10  WS-HST-COURSE       PIC X(08).
017500         10  WS-HST-GRADE        PIC X(01).
017600         10  WS-HST-TERM         PIC X(05).
017700 01  WS-STU-COUNT                PIC 9(03) COMP VALUE ZERO.
017800 01  WS-STU-SUB                  PIC 9(03) COMP.
017900 01  WS-STU-TABLE.
018000     05  WS-STU-NAME OCCURS 200 TIMES
018100                                 PIC A(20).
018200 01  WS-STUDENT-FOUND-SW         PIC X(01).
018300     88  STUDENT-FOUND                   VALUE "Y".
018400     88  STUDENT-NOT-FOUND               VALUE "N".
018410 01  WS-HLD-COUNT                PIC 9(03) COMP VALUE ZERO.
018420 01  WS-HLD-SUB                  PIC 9(03) COMP.
018430 01  WS-HLD-TABLE.
018440     05  WS-HLD-NAME OCCURS 200 TIMES
018450                                 PIC A(20).
018460 01  WS-HOLD-FOUND-SW            PIC X(01).
018470     88  STUDENT-ON-HOLD                 VALUE "Y".
018480     88  STUDENT-NOT-ON-HOLD             VALUE "N".
018500*----------------------------------------------------------------
018600* EVERY REGISTRATION ON LAB36.REG, HELD WHOLE AND REWRITTEN
018700*----------------------------------------------------------------
018800 01  WS-REG-COUNT                PIC 9(04) COMP VALUE ZERO.
018900 01  WS-REG-SUB                  PIC 9(04) COMP.
019000 01  WS-REG-HIT                  PIC 9(04) COMP VALUE ZERO.
019100 01  WS-REG-TABLE.
019200     05  WS-REG-ENTRY OCCURS 1000 TIMES.
019300         10  WS-REG-TERM         PIC X(05).
019400         10  WS-REG-NAME         PIC A(20).
019500         10  WS-REG-COURSE       PIC X(08).
019600         10  WS-REG-SECTION      PIC X(03).
019700         10  WS-REG-STATUS       PIC X(01).
019800         10  WS-REG-DATE         PIC 9(08).
019900 01  WS-TERM-HOURS               PIC 9(03).
020000*----------------------------------------------------------------
020100* CALL INTERFACES TO THE SHARED SUBPROGRAMS
020200*----------------------------------------------------------------
020300 COPY "auditparm.cpy".
020400 COPY "rejparm.cpy".
020500 COPY "rctlparm.cpy".
020600 PROCEDURE DIVISION.
020700*----------------------------------------------------------------
020800 0000-MAINLINE.
020900*----------------------------------------------------------------
021000     MOVE "LAB36REG" TO AUDIT-PROGRAM-NAME.
021100     MOVE SPACES TO AUDIT-USER-ID.
021200     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
021300     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
021400     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
021500
021600     PERFORM 0500-GET-TERM
021700         THRU 0500-GET-TERM-EXIT.
021800     IF WS-FINAL-RETURN-CODE > 4
021900         GO TO 0000-WRAP-UP
022000     END-IF.
022100     PERFORM 1000-LOAD-CATALOG
022200         THRU 1000-LOAD-CATALOG-EXIT.
022300     PERFORM 1100-LOAD-SECTIONS
022400         THRU 1100-LOAD-SECTIONS-EXIT.
022500     IF WS-SEC-COUNT = ZERO
022600         DISPLAY "** NO LAB36.SEC SECTIONS FOR TERM "
022700             WS-TERM-WANTED " - NOTHING CAN BE REGISTERED **"
022800         MOVE 8 TO WS-FINAL-RETURN-CODE
022900         GO TO 0000-WRAP-UP
023000     END-IF.
023100     PERFORM 1200-LOAD-PREREQS
023200         THRU 1200-LOAD-PREREQS-EXIT.
023300     PERFORM 1300-LOAD-HISTORY
023400         THRU 1300-LOAD-HISTORY-EXIT.
023500     PERFORM 1400-LOAD-STUDENTS
023600         THRU 1400-LOAD-STUDENTS-EXIT.
023700     PERFORM 1500-LOAD-REGISTRATIONS
023800         THRU 1500-LOAD-REGISTRATIONS-EXIT.
023900     PERFORM 1600-READ-MAX-HOURS
024000         THRU 1600-READ-MAX-HOURS-EXIT.
024010     PERFORM 1700-LOAD-HOLDS
024020         THRU 1700-LOAD-HOLDS-EXIT.
024100
024200     PERFORM 2000-APPLY-TRANSACTIONS
024300         THRU 2000-APPLY-TRANSACTIONS-EXIT.
024400     PERFORM 3000-REWRITE-REGISTRATIONS
024500         THRU 3000-REWRITE-REGISTRATIONS-EXIT.
024600
024700     DISPLAY WS-ADDED-COUNT " registered, " WS-DROPPED-COUNT
024800         " dropped, " WS-REJECT-COUNT " rejected to REJECT.LOG".
024900     IF WS-REJECT-COUNT NOT = ZERO
025000         MOVE 4 TO WS-FINAL-RETURN-CODE
025100     END-IF.
025200
025300 0000-WRAP-UP.
025400     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
025500     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
025600     MOVE WS-TRANS-READ TO AUDIT-RECORDS-READ.
025700     MOVE WS-REG-COUNT TO AUDIT-RECORDS-WRITTEN.
025800     CALL "AUDITLOG" USING AUDIT-PARM.
025900*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
026000     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
026100     STOP RUN.
026200*----------------------------------------------------------------
026300 0500-GET-TERM.
026400*----------------------------------------------------------------
026500     MOVE "LAB36REG" TO RCTL-PROGRAM-NAME.
026600     MOVE "TERM" TO RCTL-KEYWORD.
026700     CALL "RUNCTL" USING RCTL-PARM.
026800     IF RCTL-VALUE-FOUND
026900         MOVE RCTL-VALUE(1:5) TO WS-TERM-WANTED
027000         DISPLAY "TERM taken from LAB36REG.CTL"
027100     ELSE
027200         DISPLAY "Enter the term (YYYYT, T=1/2/3)"
027300         ACCEPT WS-TERM-WANTED FROM CONSOLE
027400     END-IF.
027500     IF WS-TERM-YEAR IS NOT NUMERIC
027600         OR WS-TERM-PART < "1"
027700         OR WS-TERM-PART > "3"
027800         DISPLAY "** " WS-TERM-WANTED " IS NOT A YYYYT TERM **"
027900         MOVE 8 TO WS-FINAL-RETURN-CODE
028000         GO TO 0500-GET-TERM-EXIT
028100     END-IF.
028200     DISPLAY "Registering for term " WS-TERM-WANTED.
028300 0500-GET-TERM-EXIT.
028400     EXIT.
028500*----------------------------------------------------------------
028600 1000-LOAD-CATALOG.
028700*----------------------------------------------------------------
028800     OPEN INPUT catalogFile.
028900     IF catalogFileStatus NOT = "00"
029000         DISPLAY "WARNING - LAB36.CAT not found, credit hours "
029100             "cannot be checked"
029200         CLOSE catalogFile
029300         GO TO 1000-LOAD-CATALOG-EXIT
029400     END-IF.
029500     PERFORM FOREVER
029600         READ catalogFile
029700             AT END
029800             EXIT PERFORM
029900         END-READ
030000         ADD 1 TO WS-RECORDS-READ
030100         IF WS-CAT-COUNT < 100
030200             ADD 1 TO WS-CAT-COUNT
030300             MOVE catCourseI TO WS-CAT-COURSE(WS-CAT-COUNT)
030400             MOVE catHoursI  TO WS-CAT-HOURS(WS-CAT-COUNT)
030500         END-IF
030600     END-PERFORM.
030700     CLOSE catalogFile.
030800 1000-LOAD-CATALOG-EXIT.
030900     EXIT.
031000*----------------------------------------------------------------
031100 1100-LOAD-SECTIONS.
031200*----------------------------------------------------------------
031300     OPEN INPUT sectionFile.
031400     IF sectionFileStatus NOT = "00"
031500         CLOSE sectionFile
031600         GO TO 1100-LOAD-SECTIONS-EXIT
031700     END-IF.
031800     PERFORM FOREVER
031900         READ sectionFile
032000             AT END
032100             EXIT PERFORM
032200         END-READ
032300         ADD 1 TO WS-RECORDS-READ
032400         IF secTerm = WS-TERM-WANTED
032500             IF WS-SEC-COUNT >= 100
032600                 DISPLAY "WARNING - section table full, "
032700                     secCourse " " secSection " dropped"
032800                 MOVE 4 TO WS-FINAL-RETURN-CODE
032900             ELSE
033000                 ADD 1 TO WS-SEC-COUNT
033100                 MOVE secCourse    TO WS-SEC-COURSE(WS-SEC-COUNT)
033200                 MOVE secSection   TO WS-SEC-SECTION(WS-SEC-COUNT)
033300                 MOVE secSeatLimit TO WS-SEC-LIMIT(WS-SEC-COUNT)
033400                 MOVE ZERO         TO WS-SEC-TAKEN(WS-SEC-COUNT)
033500             END-IF
033600         END-IF
033700     END-PERFORM.
033800     CLOSE sectionFile.
033900 1100-LOAD-SECTIONS-EXIT.
034000     EXIT.
034100*----------------------------------------------------------------
034200 1200-LOAD-PREREQS.
034300*----------------------------------------------------------------
034400     OPEN INPUT prereqFile.
034500     IF prereqFileStatus NOT = "00"
034600         CLOSE prereqFile
034700         GO TO 1200-LOAD-PREREQS-EXIT
034800     END-IF.
034900     PERFORM FOREVER
035000         READ prereqFile
035100             AT END
035200             EXIT PERFORM
035300         END-READ
035400         ADD 1 TO WS-RECORDS-READ
035500         IF WS-PRE-COUNT < 200
035600             ADD 1 TO WS-PRE-COUNT
035700             MOVE preCourse   TO WS-PRE-COURSE(WS-PRE-COUNT)
035800             MOVE preRequired TO WS-PRE-REQUIRED(WS-PRE-COUNT)
035900             MOVE preMinGrade TO WS-PRE-MIN-GRADE(WS-PRE-COUNT)
036000         END-IF
036100     END-PERFORM.
036200     CLOSE prereqFile.
036300 1200-LOAD-PREREQS-EXIT.
036400     EXIT.
036500*----------------------------------------------------------------
036600 1300-LOAD-HISTORY.
036700*----------------------------------------------------------------
036800     OPEN INPUT historyFile.
036900     IF historyFileStatus NOT = "00"
037000         CLOSE historyFile
037100         GO TO 1300-LOAD-HISTORY-EXIT
037200     END-IF.
037300     PERFORM FOREVER
037400         READ historyFile
037500             AT END
037600             EXIT PERFORM
037700         END-READ
037800         ADD 1 TO WS-RECORDS-READ
037900         IF WS-HST-COUNT >= 500
038000             DISPLAY "WARNING - history table full, record "
038100                 "skipped: " hstStudentName
038200             MOVE 4 TO WS-FINAL-RETURN-CODE
038300         ELSE
038400             ADD 1 TO WS-HST-COUNT
038500             MOVE hstStudentName TO WS-HST-NAME(WS-HST-COUNT)
038600             MOVE hstCourse      TO WS-HST-COURSE(WS-HST-COUNT)
038700             MOVE hstGrade       TO WS-HST-GRADE(WS-HST-COUNT)
038800             MOVE hstTerm        TO WS-HST-TERM(WS-HST-COUNT)
038900         END-IF
039000     END-PERFORM.
039100     CLOSE historyFile.
039200 1300-LOAD-HISTORY-EXIT.
039300     EXIT.
039400*----------------------------------------------------------------
039500 1400-LOAD-STUDENTS.
039600*----------------------------------------------------------------
039700     OPEN INPUT masterFile.
039800     IF masterFileStatus NOT = "00"
039900         GO TO 1400-LOAD-STUDENTS-EXIT
040000     END-IF.
040100     PERFORM FOREVER
040200         READ masterFile
040300             AT END
040400             EXIT PERFORM
040500         END-READ
040600         ADD 1 TO WS-RECORDS-READ
040700         IF WS-STU-COUNT < 200
040800             ADD 1 TO WS-STU-COUNT
040900             MOVE mstStudentNameI TO WS-STU-NAME(WS-STU-COUNT)
041000         END-IF
041100     END-PERFORM.
041200     CLOSE masterFile.
041300 1400-LOAD-STUDENTS-EXIT.
041400     EXIT.
041500*----------------------------------------------------------------
041600 1500-LOAD-REGISTRATIONS.
041700*    ALL TERMS ARE HELD SO THE FILE CAN BE REWRITTEN WHOLE; THE
041800*    TERM'S ACTIVE ONES FILL THEIR SECTIONS' SEATS.
041900*----------------------------------------------------------------
042000     OPEN INPUT registrationFile.
042100     IF registrationFileStatus NOT = "00"
042200         CLOSE registrationFile
042300         GO TO 1500-LOAD-REGISTRATIONS-EXIT
042400     END-IF.
042500     PERFORM FOREVER
042600         READ registrationFile
042700             AT END
042800             EXIT PERFORM
042900         END-READ
043000         ADD 1 TO WS-RECORDS-READ
043100         IF WS-REG-COUNT >= 1000
043200             DISPLAY "** REGISTRATION TABLE FULL - LAB36.REG "
043300                 "CANNOT BE REWRITTEN SAFELY **"
043400             MOVE 8 TO WS-FINAL-RETURN-CODE
043500             CLOSE registrationFile
043600             GO TO 0000-WRAP-UP
043700         END-IF
043800         ADD 1 TO WS-REG-COUNT
043900         MOVE regTerm        TO WS-REG-TERM(WS-REG-COUNT)
044000         MOVE regStudentName TO WS-REG-NAME(WS-REG-COUNT)
044100         MOVE regCourse      TO WS-REG-COURSE(WS-REG-COUNT)
044200         MOVE regSection     TO WS-REG-SECTION(WS-REG-COUNT)
044300         MOVE regStatus      TO WS-REG-STATUS(WS-REG-COUNT)
044400         MOVE regDate        TO WS-REG-DATE(WS-REG-COUNT)
044500         IF regTerm = WS-TERM-WANTED AND regStatus = "R"
044600             MOVE regCourse  TO WS-COURSE-WANTED
044700             MOVE regSection TO WS-SECTION-WANTED
044800             PERFORM 2800-FIND-SECTION
044900                 THRU 2800-FIND-SECTION-EXIT
045000             IF WS-SEC-HIT NOT = ZERO
045100                 ADD 1 TO WS-SEC-TAKEN(WS-SEC-HIT)
045200             END-IF
045300         END-IF
045400     END-PERFORM.
045500     CLOSE registrationFile.
045600 1500-LOAD-REGISTRATIONS-EXIT.
045700     EXIT.
045800*----------------------------------------------------------------
045900 1600-READ-MAX-HOURS.
046000*    LAB36REG.PRM - MAXIMUM CREDIT HOURS A TERM 9(2). DEFAULT 18.
046100*----------------------------------------------------------------
046200     OPEN INPUT regPrmFile.
046300     IF regPrmFileStatus = "00"
046400         READ regPrmFile
046500             AT END
046600                 CONTINUE
046700             NOT AT END
046800                 IF prmMaxHours IS NUMERIC
046900                     AND prmMaxHours NOT = ZERO
047000                     MOVE prmMaxHours TO WS-MAX-HOURS
047100                 END-IF
047200         END-READ
047300     END-IF.
047400     CLOSE regPrmFile.
047500     DISPLAY "Term credit-hour maximum " WS-MAX-HOURS.
047600 1600-READ-MAX-HOURS-EXIT.
047700     EXIT.
047800*----------------------------------------------------------------
047805 1700-LOAD-HOLDS.
047810*    LAB36AGE REBUILDS LAB36.HLD EVERY NIGHT. NO FILE MEANS NO
047815*    STUDENT IS ON A BURSAR HOLD.
047820*----------------------------------------------------------------
047825     OPEN INPUT holdFile.
047830     IF holdFileStatus NOT = "00"
047835         CLOSE holdFile
047840         GO TO 1700-LOAD-HOLDS-EXIT
047845     END-IF.
047850     PERFORM FOREVER
047855         READ holdFile
047860             AT END
047865             EXIT PERFORM
047870         END-READ
047875         IF WS-HLD-COUNT < 200
047880             ADD 1 TO WS-HLD-COUNT
047885             MOVE hldStudentName TO WS-HLD-NAME(WS-HLD-COUNT)
047890         END-IF
047892     END-PERFORM.
047894     CLOSE holdFile.
047896 1700-LOAD-HOLDS-EXIT.
047898     EXIT.
047899*----------------------------------------------------------------
047900 2000-APPLY-TRANSACTIONS.
048000*----------------------------------------------------------------
048100     OPEN INPUT regTranFile.
048200     IF regTranFileStatus NOT = "00"
048300         DISPLAY "No LAB36.RGT registration transactions"
048400         CLOSE regTranFile
048500         GO TO 2000-APPLY-TRANSACTIONS-EXIT
048600     END-IF.
048700     PERFORM FOREVER
048800         READ regTranFile
048900             AT END
049000             EXIT PERFORM
049100         END-READ
049200         ADD 1 TO WS-TRANS-READ
049300         PERFORM 2100-APPLY-ONE-TRANSACTION
049400             THRU 2100-APPLY-ONE-TRANSACTION-EXIT
049500     END-PERFORM.
049600     CLOSE regTranFile.
049700*    EVERY TRANSACTION IS NOW ON LAB36.REG OR REJECT.LOG - EMPTY
049800*    LAB36.RGT SO A RERUN CANNOT APPLY THEM TWICE.
049900     OPEN OUTPUT regTranFile.
050000     CLOSE regTranFile.
050100 2000-APPLY-TRANSACTIONS-EXIT.
050200     EXIT.
050300*----------------------------------------------------------------
050400 2100-APPLY-ONE-TRANSACTION.
050500*----------------------------------------------------------------
050600     IF rgtTerm NOT = WS-TERM-WANTED
050700         MOVE "BTRM" TO REJ-REASON-CODE
050800         MOVE "Registration for a different term"
050900             TO REJ-REASON-TEXT
051000         PERFORM 2900-REJECT-ONE-TRANSACTION
051100             THRU 2900-REJECT-ONE-TRANSACTION-EXIT
051200         GO TO 2100-APPLY-ONE-TRANSACTION-EXIT
051300     END-IF.
051400     IF rgtAction NOT = "A" AND rgtAction NOT = "D"
051500         MOVE "BACT" TO REJ-REASON-CODE
051600         MOVE "Action is not A (add) or D (drop)"
051700             TO REJ-REASON-TEXT
051800         PERFORM 2900-REJECT-ONE-TRANSACTION
051900             THRU 2900-REJECT-ONE-TRANSACTION-EXIT
052000         GO TO 2100-APPLY-ONE-TRANSACTION-EXIT
052100     END-IF.
052200     SET STUDENT-NOT-FOUND TO TRUE.
052300     PERFORM 2110-CHECK-ONE-STUDENT
052400         THRU 2110-CHECK-ONE-STUDENT-EXIT
052500         VARYING WS-STU-SUB FROM 1 BY 1
052600         UNTIL WS-STU-SUB > WS-STU-COUNT
052700         OR STUDENT-FOUND.
052800     IF STUDENT-NOT-FOUND
052900         MOVE "NSTU" TO REJ-REASON-CODE
053000         MOVE "Student not on lab36.mst"
053100             TO REJ-REASON-TEXT
053200         PERFORM 2900-REJECT-ONE-TRANSACTION
053300             THRU 2900-REJECT-ONE-TRANSACTION-EXIT
053400         GO TO 2100-APPLY-ONE-TRANSACTION-EXIT
053500     END-IF.
053600     MOVE rgtCourse TO WS-COURSE-WANTED.
053700     MOVE rgtSection TO WS-SECTION-WANTED.
053800     PERFORM 2800-FIND-SECTION
053900         THRU 2800-FIND-SECTION-EXIT.
054000     IF WS-SEC-HIT = ZERO
054100         MOVE "NSEC" TO REJ-REASON-CODE
054200         MOVE "No such section on LAB36.SEC this term"
054300             TO REJ-REASON-TEXT
054400         PERFORM 2900-REJECT-ONE-TRANSACTION
054500             THRU 2900-REJECT-ONE-TRANSACTION-EXIT
054600         GO TO 2100-APPLY-ONE-TRANSACTION-EXIT
054700     END-IF.
054800     IF rgtAction = "D"
054900         PERFORM 2500-DROP-ONE
055000             THRU 2500-DROP-ONE-EXIT
055100     ELSE
055200         PERFORM 2200-ADD-ONE
055300             THRU 2200-ADD-ONE-EXIT
055400     END-IF.
055500 2100-APPLY-ONE-TRANSACTION-EXIT.
055600     EXIT.
055700*----------------------------------------------------------------
055800 2110-CHECK-ONE-STUDENT.
055900*----------------------------------------------------------------
056000     IF WS-STU-NAME(WS-STU-SUB) = rgtStudentName
056100         SET STUDENT-FOUND TO TRUE
056200     END-IF.
056300 2110-CHECK-ONE-STUDENT-EXIT.
056400     EXIT.
056410*----------------------------------------------------------------
056420 2120-CHECK-ONE-HOLD.
056430*----------------------------------------------------------------
056440     IF WS-HLD-NAME(WS-HLD-SUB) = rgtStudentName
056450         SET STUDENT-ON-HOLD TO TRUE
056460     END-IF.
056470 2120-CHECK-ONE-HOLD-EXIT.
056480     EXIT.
056500*----------------------------------------------------------------
056600 2200-ADD-ONE.
056700*    NO BURSAR HOLD, NOT ALREADY IN THE COURSE, A SEAT OPEN,
056800*    PREREQUISITES DONE, AND THE TERM'S HOURS UNDER THE MAXIMUM
056850*    - IN THAT ORDER.
056900*----------------------------------------------------------------
056910     SET STUDENT-NOT-ON-HOLD TO TRUE.
056920     PERFORM 2120-CHECK-ONE-HOLD
056930         THRU 2120-CHECK-ONE-HOLD-EXIT
056940         VARYING WS-HLD-SUB FROM 1 BY 1
056950         UNTIL WS-HLD-SUB > WS-HLD-COUNT.
056955     IF STUDENT-ON-HOLD
056960         MOVE "HOLD" TO REJ-REASON-CODE
056965         MOVE "Bursar hold - balance past due"
056970             TO REJ-REASON-TEXT
056975         PERFORM 2900-REJECT-ONE-TRANSACTION
056980             THRU 2900-REJECT-ONE-TRANSACTION-EXIT
056985         GO TO 2200-ADD-ONE-EXIT
056990     END-IF.
057000     MOVE ZERO TO WS-REG-HIT.
057100     MOVE ZERO TO WS-TERM-HOURS.
057200     PERFORM 2210-SCAN-ONE-REGISTRATION
057300         THRU 2210-SCAN-ONE-REGISTRATION-EXIT
057400         VARYING WS-REG-SUB FROM 1 BY 1
057500         UNTIL WS-REG-SUB > WS-REG-COUNT.
057600     IF WS-REG-HIT NOT = ZERO
057700         MOVE "DUPR" TO REJ-REASON-CODE
057800         MOVE "Already registered in the course"
057900             TO REJ-REASON-TEXT
058000         PERFORM 2900-REJECT-ONE-TRANSACTION
058100             THRU 2900-REJECT-ONE-TRANSACTION-EXIT
058200         GO TO 2200-ADD-ONE-EXIT
058300     END-IF.
058400     IF WS-SEC-TAKEN(WS-SEC-HIT) NOT < WS-SEC-LIMIT(WS-SEC-HIT)
058500         MOVE "FULL" TO REJ-REASON-CODE
058600         MOVE "Section is full"
058700             TO REJ-REASON-TEXT
058800         PERFORM 2900-REJECT-ONE-TRANSACTION
058900             THRU 2900-REJECT-ONE-TRANSACTION-EXIT
059000         GO TO 2200-ADD-ONE-EXIT
059100     END-IF.
059200     SET PREREQS-MET TO TRUE.
059300     PERFORM 2300-CHECK-ONE-PREREQ
059400         THRU 2300-CHECK-ONE-PREREQ-EXIT
059500         VARYING WS-PRE-SUB FROM 1 BY 1
059600         UNTIL WS-PRE-SUB > WS-PRE-COUNT
059700         OR PREREQ-MISSING.
059800     IF PREREQ-MISSING
059900         MOVE "PREQ" TO REJ-REASON-CODE
060000         MOVE SPACES TO REJ-REASON-TEXT
060100         STRING "Prerequisite " DELIMITED BY SIZE
060200                WS-PREREQ-SHORT DELIMITED BY SPACE
060300                " not completed" DELIMITED BY SIZE
060400             INTO REJ-REASON-TEXT
060500         PERFORM 2900-REJECT-ONE-TRANSACTION
060600             THRU 2900-REJECT-ONE-TRANSACTION-EXIT
060700         GO TO 2200-ADD-ONE-EXIT
060800     END-IF.
060900     MOVE rgtCourse TO WS-COURSE-WANTED.
061000     PERFORM 2700-LOOK-UP-HOURS
061100         THRU 2700-LOOK-UP-HOURS-EXIT.
061200     IF WS-TERM-HOURS + WS-EFFECTIVE-HOURS > WS-MAX-HOURS
061300         MOVE "CRHR" TO REJ-REASON-CODE
061400         MOVE "Over the term credit-hour maximum"
061500             TO REJ-REASON-TEXT
061600         PERFORM 2900-REJECT-ONE-TRANSACTION
061700             THRU 2900-REJECT-ONE-TRANSACTION-EXIT
061800         GO TO 2200-ADD-ONE-EXIT
061900     END-IF.
062000     PERFORM 2400-RECORD-REGISTRATION
062100         THRU 2400-RECORD-REGISTRATION-EXIT.
062200 2200-ADD-ONE-EXIT.
062300     EXIT.
062400*----------------------------------------------------------------
062500 2210-SCAN-ONE-REGISTRATION.
062600*    THE STUDENT'S ACTIVE REGISTRATIONS THIS TERM - ONE IN THE
062700*    SAME COURSE IS A DUPLICATE; THE REST ADD UP THE HOURS.
062800*----------------------------------------------------------------
062900     IF WS-REG-TERM(WS-REG-SUB) NOT = WS-TERM-WANTED
063000         OR WS-REG-NAME(WS-REG-SUB) NOT = rgtStudentName
063100         OR WS-REG-STATUS(WS-REG-SUB) NOT = "R"
063200         GO TO 2210-SCAN-ONE-REGISTRATION-EXIT
063300     END-IF.
063400     IF WS-REG-COURSE(WS-REG-SUB) = rgtCourse
063500         MOVE WS-REG-SUB TO WS-REG-HIT
063600     END-IF.
063700     MOVE WS-REG-COURSE(WS-REG-SUB) TO WS-COURSE-WANTED.
063800     PERFORM 2700-LOOK-UP-HOURS
063900         THRU 2700-LOOK-UP-HOURS-EXIT.
064000     ADD WS-EFFECTIVE-HOURS TO WS-TERM-HOURS.
064100 2210-SCAN-ONE-REGISTRATION-EXIT.
064200     EXIT.
064300*----------------------------------------------------------------
064400 2300-CHECK-ONE-PREREQ.
064500*    THE ATTEMPT THAT COUNTS IS THE STUDENT'S LATEST ONE ON
064600*    lab36.hst - A RETAKE SUPERSEDES, AS IN LAB36GPA. IT MUST BE
064700*    A LETTER GRADE NO WORSE THAN THE ONE THE TABLE ASKS FOR.
064800*----------------------------------------------------------------
064900     IF WS-PRE-COURSE(WS-PRE-SUB) NOT = rgtCourse
065000         GO TO 2300-CHECK-ONE-PREREQ-EXIT
065100     END-IF.
065200     MOVE ZERO TO WS-HST-HIT.
065300     PERFORM 2310-CHECK-ONE-ATTEMPT
065400         THRU 2310-CHECK-ONE-ATTEMPT-EXIT
065500         VARYING WS-HST-SUB FROM 1 BY 1
065600         UNTIL WS-HST-SUB > WS-HST-COUNT.
065700     IF WS-HST-HIT NOT = ZERO
065800         IF WS-HST-GRADE(WS-HST-HIT) NOT < "A"
065900             AND WS-HST-GRADE(WS-HST-HIT) NOT >
066000                 WS-PRE-MIN-GRADE(WS-PRE-SUB)
066100             GO TO 2300-CHECK-ONE-PREREQ-EXIT
066200         END-IF
066300     END-IF.
066400     SET PREREQ-MISSING TO TRUE.
066500     MOVE WS-PRE-REQUIRED(WS-PRE-SUB) TO WS-PREREQ-SHORT.
066600 2300-CHECK-ONE-PREREQ-EXIT.
066700     EXIT.
066800*----------------------------------------------------------------
066900 2310-CHECK-ONE-ATTEMPT.
067000*----------------------------------------------------------------
067100     IF WS-HST-NAME(WS-HST-SUB) NOT = rgtStudentName
067200         OR WS-HST-COURSE(WS-HST-SUB) NOT =
067300             WS-PRE-REQUIRED(WS-PRE-SUB)
067400         GO TO 2310-CHECK-ONE-ATTEMPT-EXIT
067500     END-IF.
067600     IF WS-HST-HIT = ZERO
067700         MOVE WS-HST-SUB TO WS-HST-HIT
067800         GO TO 2310-CHECK-ONE-ATTEMPT-EXIT
067900     END-IF.
068000     IF WS-HST-TERM(WS-HST-SUB) NOT < WS-HST-TERM(WS-HST-HIT)
068100         MOVE WS-HST-SUB TO WS-HST-HIT
068200     END-IF.
068300 2310-CHECK-ONE-ATTEMPT-EXIT.
068400     EXIT.
068500*----------------------------------------------------------------
068600 2400-RECORD-REGISTRATION.
068700*    A DROPPED REGISTRATION FOR THE SAME SECTION IS REVIVED;
068800*    OTHERWISE A NEW ONE IS ADDED.
068900*----------------------------------------------------------------
069000     MOVE ZERO TO WS-REG-HIT.
069100     PERFORM 2410-FIND-DROPPED
069200         THRU 2410-FIND-DROPPED-EXIT
069300         VARYING WS-REG-SUB FROM 1 BY 1
069400         UNTIL WS-REG-SUB > WS-REG-COUNT
069500         OR WS-REG-HIT NOT = ZERO.
069600     IF WS-REG-HIT = ZERO
069700         IF WS-REG-COUNT >= 1000
069800             MOVE "TFUL" TO REJ-REASON-CODE
069900             MOVE "Registration table full"
070000                 TO REJ-REASON-TEXT
070100             PERFORM 2900-REJECT-ONE-TRANSACTION
070200                 THRU 2900-REJECT-ONE-TRANSACTION-EXIT
070300             GO TO 2400-RECORD-REGISTRATION-EXIT
070400         END-IF
070500         ADD 1 TO WS-REG-COUNT
070600         MOVE WS-REG-COUNT TO WS-REG-HIT
070700         MOVE WS-TERM-WANTED TO WS-REG-TERM(WS-REG-HIT)
070800         MOVE rgtStudentName TO WS-REG-NAME(WS-REG-HIT)
070900         MOVE rgtCourse      TO WS-REG-COURSE(WS-REG-HIT)
071000         MOVE rgtSection     TO WS-REG-SECTION(WS-REG-HIT)
071100     END-IF.
071200     MOVE "R"      TO WS-REG-STATUS(WS-REG-HIT).
071300     MOVE WS-TODAY TO WS-REG-DATE(WS-REG-HIT).
071400     ADD 1 TO WS-SEC-TAKEN(WS-SEC-HIT).
071500     ADD 1 TO WS-ADDED-COUNT.
071600 2400-RECORD-REGISTRATION-EXIT.
071700     EXIT.
071800*----------------------------------------------------------------
071900 2410-FIND-DROPPED.
072000*----------------------------------------------------------------
072100     IF WS-REG-TERM(WS-REG-SUB) = WS-TERM-WANTED
072200         AND WS-REG-NAME(WS-REG-SUB) = rgtStudentName
072300         AND WS-REG-COURSE(WS-REG-SUB) = rgtCourse
072400         AND WS-REG-SECTION(WS-REG-SUB) = rgtSection
072500         MOVE WS-REG-SUB TO WS-REG-HIT
072600     END-IF.
072700 2410-FIND-DROPPED-EXIT.
072800     EXIT.
072900*----------------------------------------------------------------
073000 2500-DROP-ONE.
073100*----------------------------------------------------------------
073200     MOVE ZERO TO WS-REG-HIT.
073300     PERFORM 2510-FIND-ACTIVE
073400         THRU 2510-FIND-ACTIVE-EXIT
073500         VARYING WS-REG-SUB FROM 1 BY 1
073600         UNTIL WS-REG-SUB > WS-REG-COUNT
073700         OR WS-REG-HIT NOT = ZERO.
073800     IF WS-REG-HIT = ZERO
073900         MOVE "NREG" TO REJ-REASON-CODE
074000         MOVE "No registration in the section to drop"
074100             TO REJ-REASON-TEXT
074200         PERFORM 2900-REJECT-ONE-TRANSACTION
074300             THRU 2900-REJECT-ONE-TRANSACTION-EXIT
074400         GO TO 2500-DROP-ONE-EXIT
074500     END-IF.
074600     MOVE "D"      TO WS-REG-STATUS(WS-REG-HIT).
074700     MOVE WS-TODAY TO WS-REG-DATE(WS-REG-HIT).
074800     IF WS-SEC-TAKEN(WS-SEC-HIT) > ZERO
074900         SUBTRACT 1 FROM WS-SEC-TAKEN(WS-SEC-HIT)
075000     END-IF.
075100     ADD 1 TO WS-DROPPED-COUNT.
075200 2500-DROP-ONE-EXIT.
075300     EXIT.
075400*----------------------------------------------------------------
075500 2510-FIND-ACTIVE.
075600*----------------------------------------------------------------
075700     IF WS-REG-TERM(WS-REG-SUB) = WS-TERM-WANTED
075800         AND WS-REG-NAME(WS-REG-SUB) = rgtStudentName
075900         AND WS-REG-COURSE(WS-REG-SUB) = rgtCourse
076000         AND WS-REG-SECTION(WS-REG-SUB) = rgtSection
076100         AND WS-REG-STATUS(WS-REG-SUB) = "R"
076200         MOVE WS-REG-SUB TO WS-REG-HIT
076300     END-IF.
076400 2510-FIND-ACTIVE-EXIT.
076500     EXIT.
076600*----------------------------------------------------------------
076700 2700-LOOK-UP-HOURS.
076800*    CATALOG CREDIT HOURS FOR WS-COURSE-WANTED, ZERO IF ABSENT.
076900*----------------------------------------------------------------
077000     SET COURSE-NOT-FOUND TO TRUE.
077100     MOVE ZERO TO WS-EFFECTIVE-HOURS.
077200     PERFORM 2710-CHECK-ONE-COURSE
077300         THRU 2710-CHECK-ONE-COURSE-EXIT
077400         VARYING WS-CAT-SUB FROM 1 BY 1
077500         UNTIL WS-CAT-SUB > WS-CAT-COUNT
077600         OR COURSE-FOUND.
077700 2700-LOOK-UP-HOURS-EXIT.
077800     EXIT.
077900*----------------------------------------------------------------
078000 2710-CHECK-ONE-COURSE.
078100*----------------------------------------------------------------
078200     IF WS-CAT-COURSE(WS-CAT-SUB) = WS-COURSE-WANTED
078300         SET COURSE-FOUND TO TRUE
078400         MOVE WS-CAT-HOURS(WS-CAT-SUB) TO WS-EFFECTIVE-HOURS
078500     END-IF.
078600 2710-CHECK-ONE-COURSE-EXIT.
078700     EXIT.
078800*----------------------------------------------------------------
078900 2800-FIND-SECTION.
079000*    THE TERM'S SECTION WS-COURSE-WANTED / WS-SECTION-WANTED.
079100*----------------------------------------------------------------
079200     MOVE ZERO TO WS-SEC-HIT.
079300     PERFORM 2810-CHECK-ONE-SECTION
079400         THRU 2810-CHECK-ONE-SECTION-EXIT
079500         VARYING WS-SEC-SUB FROM 1 BY 1
079600         UNTIL WS-SEC-SUB > WS-SEC-COUNT
079700         OR WS-SEC-HIT NOT = ZERO.
079800 2800-FIND-SECTION-EXIT.
079900     EXIT.
080000*----------------------------------------------------------------
080100 2810-CHECK-ONE-SECTION.
080200*----------------------------------------------------------------
080300     IF WS-SEC-COURSE(WS-SEC-SUB) = WS-COURSE-WANTED
080400         AND WS-SEC-SECTION(WS-SEC-SUB) = WS-SECTION-WANTED
080500         MOVE WS-SEC-SUB TO WS-SEC-HIT
080600     END-IF.
080700 2810-CHECK-ONE-SECTION-EXIT.
080800     EXIT.
080900*----------------------------------------------------------------
081000 2900-REJECT-ONE-TRANSACTION.
081100*    LOG THE FAILED TRANSACTION TO THE SHOP-WIDE REJECT.LOG.
081200*----------------------------------------------------------------
081300     DISPLAY "WARNING - registration rejected (" REJ-REASON-CODE
081400         "): " rgtStudentName " " rgtCourse " " rgtSection.
081500     MOVE "LAB36REG" TO REJ-PROGRAM-NAME.
081600     MOVE SPACES TO REJ-RECORD-KEY.
081700     MOVE rgtStudentName TO REJ-RECORD-KEY.
081800     CALL "REJECTLOG" USING REJECT-PARM.
081900     ADD 1 TO WS-REJECT-COUNT.
082000 2900-REJECT-ONE-TRANSACTION-EXIT.
082100     EXIT.
082200*----------------------------------------------------------------
082300 3000-REWRITE-REGISTRATIONS.
082400*----------------------------------------------------------------
082500     OPEN OUTPUT registrationFile.
082600     PERFORM 3100-WRITE-ONE-REGISTRATION
082700         THRU 3100-WRITE-ONE-REGISTRATION-EXIT
082800         VARYING WS-REG-SUB FROM 1 BY 1
082900         UNTIL WS-REG-SUB > WS-REG-COUNT.
083000     CLOSE registrationFile.
083100 3000-REWRITE-REGISTRATIONS-EXIT.
083200     EXIT.
083300*----------------------------------------------------------------
083400 3100-WRITE-ONE-REGISTRATION.
083500*----------------------------------------------------------------
083600     MOVE WS-REG-TERM(WS-REG-SUB)    TO regTerm.
083700     MOVE WS-REG-NAME(WS-REG-SUB)    TO regStudentName.
083800     MOVE WS-REG-COURSE(WS-REG-SUB)  TO regCourse.
083900     MOVE WS-REG-SECTION(WS-REG-SUB) TO regSection.
084000     MOVE WS-REG-STATUS(WS-REG-SUB)  TO regStatus.
084100     MOVE WS-REG-DATE(WS-REG-SUB)    TO regDate.
084200     WRITE registrationRecord.
084300 3100-WRITE-ONE-REGISTRATION-EXIT.
084400     EXIT.
