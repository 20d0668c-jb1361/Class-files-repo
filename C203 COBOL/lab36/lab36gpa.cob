002309*                 THE ORIGINAL STAYS IN HISTORY). THE ROSTER THE
002310*                 LAB36 SORT READS NOW CARRIES THE CORRECTED
002311*                 CUMULATIVE NUMBERS.
002312* 10/13/2026  DL  A GRADE MUST NOW MATCH A REGISTRATION - THE
002313*                 TERM'S LAB36.REG (KEPT BY THE NEW LAB36REG
002314*                 REGISTRATION RUN) IS LOADED, AND A GRADE FOR A
002315*                 COURSE THE STUDENT IS NOT REGISTERED IN IS
002316*                 REJECTED (NREG). A W IS ALSO ACCEPTED AGAINST
002317*                 A DROPPED REGISTRATION. WITHOUT A LAB36.REG
002318*                 THE OLD BEHAVIOR STANDS, WITH A WARNING.
002321* 10/14/2026  DL  AN I (INCOMPLETE) IS ACCEPTED AS A NO-CREDIT,
002322*                 NO-POINTS GRADE LIKE A W - LAB36CHG TURNS IT
002323*                 INTO A LETTER GRADE AFTER THE CLOSE. ONLY A W
002324*                 POSTS AGAINST A DROPPED REGISTRATION.
002390*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
003470     SELECT OPTIONAL catalogFile ASSIGN TO "LAB36.CAT"
003480         ORGANIZATION LINE SEQUENTIAL
003490         FILE STATUS IS catalogFileStatus.
003491     SELECT OPTIONAL registrationFile ASSIGN TO "LAB36.REG"
003492         ORGANIZATION LINE SEQUENTIAL
003493         FILE STATUS IS registrationFileStatus.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  masterFile.
005690     05  hstCreditHours          PIC 9(02).
005692     05  hstGrade                PIC X(01).
005694     05  hstTerm                 PIC X(05).
005695 FD  registrationFile.
005696 01  registrationRecord.
005697     05  regTerm                 PIC X(05).
005698     05  regStudentName          PIC A(20).
005699     05  regCourse               PIC X(08).
005700     05  regSection              PIC X(03).
005710     05  regStatus               PIC X(01).
005720     05  regDate                 PIC 9(08).
005750 WORKING-STORAGE SECTION.
005800*----------------------------------------------------------------
005900* FILE STATUS AND RUN COUNTS
006000*----------------------------------------------------------------
009750     88  PRIOR-CARRIES-NOTHING           VALUE "N".
009760 01  WS-BACKOUT-POINTS           PIC 9(04).
009770 01  WS-REPLACED-COUNT           PIC 9(03) COMP VALUE ZERO.
009771*----------------------------------------------------------------
009772* THE TERM'S REGISTRATIONS (LAB36.REG) - A GRADE NEEDS ONE
009773*----------------------------------------------------------------
009774 01  registrationFileStatus      PIC X(02).
009775 01  WS-REG-FILE-SW              PIC X(01) VALUE "N".
009776     88  REGISTRATION-FILE-FOUND         VALUE "Y".
009777     88  REGISTRATION-FILE-NOT-FOUND     VALUE "N".
009778 01  WS-REG-COUNT                PIC 9(04) COMP VALUE ZERO.
009779 01  WS-REG-SUB                  PIC 9(04) COMP.
009780 01  WS-REG-HIT                  PIC 9(04) COMP VALUE ZERO.
009781 01  WS-REG-TABLE.
009782     05  WS-REG-ENTRY OCCURS 1000 TIMES.
009783         10  WS-REG-NAME         PIC A(20).
009784         10  WS-REG-COURSE       PIC X(08).
009785         10  WS-REG-STATUS       PIC X(01).
009300*----------------------------------------------------------------
009400* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
009500*----------------------------------------------------------------
010898         THRU 0700-LOAD-COURSE-CATALOG-EXIT.
010899     PERFORM 0800-LOAD-PRIOR-ATTEMPTS
010901         THRU 0800-LOAD-PRIOR-ATTEMPTS-EXIT.
010902     PERFORM 0900-LOAD-REGISTRATIONS
010903         THRU 0900-LOAD-REGISTRATIONS-EXIT.
010900     PERFORM 1000-LOAD-STUDENT-MASTER
011000         THRU 1000-LOAD-STUDENT-MASTER-EXIT.
011100     IF WS-STUDENT-COUNT = ZERO
022400             THRU 2900-REJECT-ONE-GRADE-EXIT
022500         GO TO 2100-APPLY-ONE-GRADE-EXIT
022600     END-IF.
022610*    NO REGISTRATION, NO GRADE - A W STILL POSTS AGAINST A
022620*    REGISTRATION THAT WAS DROPPED.
022630     IF REGISTRATION-FILE-FOUND
022640         PERFORM 2170-LOOK-UP-REGISTRATION
022650             THRU 2170-LOOK-UP-REGISTRATION-EXIT
022660         IF WS-REG-HIT = ZERO
022670             MOVE "NREG" TO REJ-REASON-CODE
022680             MOVE "No registration for the course"
022690                 TO REJ-REASON-TEXT
022691             PERFORM 2900-REJECT-ONE-GRADE
022692                 THRU 2900-REJECT-ONE-GRADE-EXIT
022693             GO TO 2100-APPLY-ONE-GRADE-EXIT
022694         END-IF
022695     END-IF.
022700
022710*    A W OR I IS ACCEPTED BUT CARRIES NOTHING INTO THE
022715*    ARITHMETIC.
022720     IF GRADE-NO-CREDIT
022730         ADD 1 TO WS-GRADES-APPLIED
022740         GO TO 2100-APPLY-ONE-GRADE-EXIT
024600 2200-MAP-GRADE-TO-POINTS.
024700*    STANDARD FOUR-POINT SCALE - A=4, B=3, C=2, D=1, F=0. A W
024710*    IS A REGISTRAR-ACCEPTED WITHDRAWAL - VALID, BUT CARRYING
024720*    NO CREDIT AND NO POINTS. AN I (INCOMPLETE) IS TREATED
024730*    THE SAME UNTIL LAB36CHG REPLACES IT WITH A LETTER GRADE.
024800*----------------------------------------------------------------
024900     SET GRADE-IS-VALID TO TRUE.
024910     SET GRADE-CARRIES-POINTS TO TRUE.
025400         WHEN "D"    MOVE 1 TO WS-GRADE-VALUE
025500         WHEN "F"    MOVE 0 TO WS-GRADE-VALUE
025510         WHEN "W"
025515         WHEN "I"
025520             MOVE 0 TO WS-GRADE-VALUE
025530             SET GRADE-NO-CREDIT TO TRUE
025600         WHEN OTHER
063300     END-EVALUATE.
063400 2420-MAP-PRIOR-GRADE-EXIT.
063500     EXIT.
063600*----------------------------------------------------------------
063700 0900-LOAD-REGISTRATIONS.
063800*    THE TERM'S LAB36.REG REGISTRATIONS. WITHOUT THE FILE THE
063900*    OLD BEHAVIOR - NO REGISTRATION CHECK - STANDS, WITH A
064000*    WARNING.
064100*----------------------------------------------------------------
064200     SET REGISTRATION-FILE-NOT-FOUND TO TRUE.
064300     OPEN INPUT registrationFile.
064400     IF registrationFileStatus NOT = "00"
064500         DISPLAY "WARNING - LAB36.REG not found, grades are "
064600             "not checked against registrations this run"
064700         CLOSE registrationFile
064800         GO TO 0900-LOAD-REGISTRATIONS-EXIT
064900     END-IF.
065000     SET REGISTRATION-FILE-FOUND TO TRUE.
065100     PERFORM FOREVER
065200         READ registrationFile
065300             AT END
065400             EXIT PERFORM
065500         END-READ
065600         IF regTerm = WS-TERM-WANTED
065700             IF WS-REG-COUNT >= 1000
065800                 DISPLAY "WARNING - registration table full, "
065900                     "record skipped: " regStudentName
066000             ELSE
066100                 ADD 1 TO WS-REG-COUNT
066200                 MOVE regStudentName
066300                     TO WS-REG-NAME(WS-REG-COUNT)
066400                 MOVE regCourse TO WS-REG-COURSE(WS-REG-COUNT)
066500                 MOVE regStatus TO WS-REG-STATUS(WS-REG-COUNT)
066600             END-IF
066700         END-IF
066800     END-PERFORM.
066900     CLOSE registrationFile.
067000     DISPLAY WS-REG-COUNT
067100         " registration(s) read from LAB36.REG".
067200 0900-LOAD-REGISTRATIONS-EXIT.
067300     EXIT.
067400*----------------------------------------------------------------
067500 2170-LOOK-UP-REGISTRATION.
067600*    WS-REG-HIT COMES BACK NON-ZERO WHEN THE STUDENT IS
067700*    REGISTERED IN THE COURSE, OR HELD A DROPPED REGISTRATION
067800*    AND THE GRADE IS A W.
067900*----------------------------------------------------------------
068000     MOVE ZERO TO WS-REG-HIT.
068100     PERFORM 2180-CHECK-ONE-REGISTRATION
068200         THRU 2180-CHECK-ONE-REGISTRATION-EXIT
068300         VARYING WS-REG-SUB FROM 1 BY 1
068400         UNTIL WS-REG-SUB > WS-REG-COUNT
068500         OR WS-REG-HIT NOT = ZERO.
068600 2170-LOOK-UP-REGISTRATION-EXIT.
068700     EXIT.
068800*----------------------------------------------------------------
068900 2180-CHECK-ONE-REGISTRATION.
069000*----------------------------------------------------------------
069100     IF WS-REG-NAME(WS-REG-SUB) NOT = grdStudentNameI
069200         OR WS-REG-COURSE(WS-REG-SUB) NOT = grdCourseI
069300         GO TO 2180-CHECK-ONE-REGISTRATION-EXIT
069400     END-IF.
069500     IF WS-REG-STATUS(WS-REG-SUB) = "R"
069600         OR grdGradeI = "W"
069700         MOVE WS-REG-SUB TO WS-REG-HIT
069800     END-IF.
069900 2180-CHECK-ONE-REGISTRATION-EXIT.
070000     EXIT.
