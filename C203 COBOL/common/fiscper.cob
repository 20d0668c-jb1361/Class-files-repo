001700*                 SNAPSHOT, THE AGING TREND, AND THE LOG
001800*                 ROTATION CAN ALL CUT ON THE SAME BOUNDARIES
001900*                 FINANCE RECONCILES AGAINST.
001910* 10/15/2026  DL  EACH PERIOD NOW ALSO CARRIES ITS CLOSE STATUS
001920*                 FROM THE NEW FISCAL.STA FILE THAT PERCLS
001930*                 MAINTAINS - OPEN, CLOSING, OR CLOSED - SO EVERY
001940*                 POSTING PROGRAM CAN REFUSE A TRANSACTION DATED
001950*                 INTO A PERIOD FINANCE HAS ALREADY CLOSED. NO
001960*                 FISCAL.STA, OR NO RECORD FOR THE PERIOD, MEANS
001970*                 OPEN.
002000*----------------------------------------------------------------
002100* CALLING CONVENTION - CALL "FISCPER" USING FSCL-PARM (SEE
002200* COPYBOOK FSCPARM). FSCL-DATE IN, THE PERIOD OUT. THE CALENDAR
002900     SELECT OPTIONAL fiscalFile ASSIGN TO "FISCAL.CAL"
003000         ORGANIZATION LINE SEQUENTIAL
003100         FILE STATUS IS fiscalFileStatus.
003110     SELECT OPTIONAL statusFile ASSIGN TO "FISCAL.STA"
003120         ORGANIZATION LINE SEQUENTIAL
003130         FILE STATUS IS statusFileStatus.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  fiscalFile.
003700     05  fscStartDate            PIC 9(08).
003800     05  fscEndDate              PIC 9(08).
003900     05  fscFiscalYear           PIC 9(04).
003910 FD  statusFile.
003920 01  statusRecord.
003930     05  stsFiscalYear           PIC 9(04).
003940     05  stsPeriodNumber         PIC 9(02).
003950     05  stsPeriodStatus         PIC X(01).
003960     05  stsChangedDate          PIC 9(08).
003970     05  stsOperatorId           PIC X(08).
004000 WORKING-STORAGE SECTION.
004100*----------------------------------------------------------------
004200* FISCAL CALENDAR - LOADED FROM FISCAL.CAL ON THE FIRST CALL
004300* OF THE RUN AND HELD FOR EVERY CALL AFTER
004400*----------------------------------------------------------------
004500 01  fiscalFileStatus            PIC X(02).
004550 01  statusFileStatus            PIC X(02).
004600 01  FSCL-FIRST-CALL-SW          PIC X(01) VALUE "Y".
004700     88  FSCL-FIRST-CALL                 VALUE "Y".
004800     88  FSCL-NOT-FIRST-CALL             VALUE "N".
005700         10  FSCL-TBL-START      PIC 9(08).
005800         10  FSCL-TBL-END        PIC 9(08).
005900         10  FSCL-TBL-YEAR       PIC 9(04).
005950         10  FSCL-TBL-STATUS     PIC X(01).
006000 01  FSCL-HIT                    PIC 9(03) COMP.
006100 LINKAGE SECTION.
006200 COPY "fscparm.cpy".
006800         PERFORM 1000-LOAD-FISCAL-CALENDAR
006900             THRU 1000-LOAD-FISCAL-CALENDAR-EXIT
007000         SET FSCL-NOT-FIRST-CALL TO TRUE
007010         PERFORM 1100-LOAD-PERIOD-STATUS
007020             THRU 1100-LOAD-PERIOD-STATUS-EXIT
007100     END-IF.
007200
007300     SET FSCL-IS-NOT-VALID TO TRUE.
007500     MOVE ZERO TO FSCL-PERIOD.
007600     MOVE ZERO TO FSCL-PERIOD-START.
007700     MOVE ZERO TO FSCL-PERIOD-END.
007750     SET FSCL-PERIOD-OPEN TO TRUE.
007800     IF CALENDAR-NOT-LOADED
007900         GO TO 0000-MAINLINE-GOBACK
008000     END-IF.
009100         MOVE FSCL-TBL-PERIOD(FSCL-HIT) TO FSCL-PERIOD
009200         MOVE FSCL-TBL-START(FSCL-HIT)  TO FSCL-PERIOD-START
009300         MOVE FSCL-TBL-END(FSCL-HIT)    TO FSCL-PERIOD-END
009350         MOVE FSCL-TBL-STATUS(FSCL-HIT) TO FSCL-PERIOD-STATUS
009400     END-IF.
009500 0000-MAINLINE-GOBACK.
009600     GOBACK.
012000                 TO FSCL-TBL-END(FSCL-PERIOD-COUNT)
012100             MOVE fscFiscalYear
012200                 TO FSCL-TBL-YEAR(FSCL-PERIOD-COUNT)
012250             MOVE "O" TO FSCL-TBL-STATUS(FSCL-PERIOD-COUNT)
012300         ELSE
012400             DISPLAY "WARNING - FISCPER period table full, "
012500                 fscStartDate " ignored"
013100     END-IF.
013200 1000-LOAD-FISCAL-CALENDAR-EXIT.
013300     EXIT.
013310*----------------------------------------------------------------
013312 1100-LOAD-PERIOD-STATUS.
013314*    LAY FISCAL.STA OVER THE PERIOD TABLE. ONLY A PERIOD PERCLS
013316*    HAS MOVED OFF OPEN HAS A RECORD; A RECORD FOR A PERIOD NOT
013318*    ON THE CALENDAR IS IGNORED.
013320*----------------------------------------------------------------
013322     IF CALENDAR-NOT-LOADED
013324         GO TO 1100-LOAD-PERIOD-STATUS-EXIT
013326     END-IF.
013328     OPEN INPUT statusFile.
013330     IF statusFileStatus NOT = "00"
013332         CLOSE statusFile
013334         GO TO 1100-LOAD-PERIOD-STATUS-EXIT
013336     END-IF.
013338     PERFORM FOREVER
013340         READ statusFile
013342             AT END
013344             EXIT PERFORM
013346         END-READ
013348         PERFORM 1110-APPLY-ONE-STATUS
013350             THRU 1110-APPLY-ONE-STATUS-EXIT
013352             VARYING FSCL-PERIOD-SUB FROM 1 BY 1
013354             UNTIL FSCL-PERIOD-SUB > FSCL-PERIOD-COUNT
013356     END-PERFORM.
013358     CLOSE statusFile.
013360 1100-LOAD-PERIOD-STATUS-EXIT.
013362     EXIT.
013364*----------------------------------------------------------------
013366 1110-APPLY-ONE-STATUS.
013368*----------------------------------------------------------------
013370     IF stsFiscalYear = FSCL-TBL-YEAR(FSCL-PERIOD-SUB)
013372         AND stsPeriodNumber = FSCL-TBL-PERIOD(FSCL-PERIOD-SUB)
013374         AND (stsPeriodStatus = "O" OR "C" OR "X")
013376         MOVE stsPeriodStatus TO FSCL-TBL-STATUS(FSCL-PERIOD-SUB)
013378     END-IF.
013380 1110-APPLY-ONE-STATUS-EXIT.
013382     EXIT.
013400*----------------------------------------------------------------
013500 2000-CHECK-ONE-PERIOD.
013600*----------------------------------------------------------------
