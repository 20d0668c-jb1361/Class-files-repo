000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CHGINQ.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  SHOP-WIDE - OPERATIONS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026  DL  INITIAL VERSION. CHANGE-HISTORY INQUIRY. GIVEN
001100*                 A RECORD KEY (AND OPTIONALLY THE MASTER FILE IT
001200*                 LIVES ON) AND A DATE RANGE, LISTS EVERY ADD,
001300*                 CHANGE, AND DELETE THE MAINTENANCE PROGRAMS
001400*                 LOGGED THROUGH CHGLOG - WHEN, BY WHOM, AND THE
001500*                 RECORD BEFORE AND AFTER. READS THE MONTHLY
001600*                 CHANGE.YYYYMM GENERATIONS LOGROTAT HAS CLOSED AS
001700*                 WELL AS THE CURRENT CHANGE.LOG, SO A RANGE THAT
001800*                 SPANS A MONTH-END COMES BACK WHOLE.
001900*----------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT OPTIONAL changeFile ASSIGN USING WS-SCAN-FILE-NAME
002400         ORGANIZATION LINE SEQUENTIAL
002500         FILE STATUS IS changeFileStatus.
002600 DATA DIVISION.
002700 FILE SECTION.
002800*    THE FIXED LAYOUT CHGLOG WRITES.
002900 FD  changeFile.
003000 01  changeRecord.
003100     05  chgDate                 PIC 9(08).
003200     05  FILLER                  PIC X(01).
003300     05  chgTime                 PIC 9(06).
003400     05  FILLER                  PIC X(01).
003500     05  chgProgram              PIC X(08).
003600     05  FILLER                  PIC X(01).
003700     05  chgFile                 PIC X(12).
003800     05  FILLER                  PIC X(01).
003900     05  chgKey                  PIC X(20).
004000     05  FILLER                  PIC X(01).
004100     05  chgAction               PIC X(01).
004200         88  CHANGE-WAS-ADD              VALUE "A".
004300         88  CHANGE-WAS-CHANGE           VALUE "C".
004400         88  CHANGE-WAS-DELETE           VALUE "D".
004500     05  FILLER                  PIC X(01).
004600     05  chgUser                 PIC X(08).
004700     05  FILLER                  PIC X(01).
004800     05  chgBefore               PIC X(100).
004900     05  FILLER                  PIC X(01).
005000     05  chgAfter                PIC X(100).
005100 WORKING-STORAGE SECTION.
005200*----------------------------------------------------------------
005300* FILE STATUS AND INQUIRY ENTRIES
005400*----------------------------------------------------------------
005500 01  changeFileStatus            PIC X(02).
005600 01  WS-SCAN-FILE-NAME           PIC X(13).
005700 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
005800 01  WS-ENTRY-FILE               PIC X(12).
005900 01  WS-ENTRY-KEY                PIC X(20).
006000 01  WS-FROM-DATE                PIC 9(08).
006100 01  WS-TO-DATE                  PIC 9(08).
006200 01  WS-ACTION-TEXT              PIC X(07).
006300 01  WS-MATCH-COUNT              PIC 9(04) COMP VALUE ZERO.
006400 01  WS-FILES-READ               PIC 9(03) COMP VALUE ZERO.
006500*----------------------------------------------------------------
006600* GENERATION MONTH WALK - THE FROM-DATE'S MONTH THROUGH THE
006700* MONTH AFTER THE TO-DATE'S, SINCE A FISCAL-PERIOD CLOSE CAN
006800* ROTATE A FEW DAYS OF ONE CALENDAR MONTH INTO THE NEXT
006900* MONTH'S GENERATION.
007000*----------------------------------------------------------------
007100 01  WS-SCAN-MONTH               PIC 9(06).
007200 01  WS-SCAN-MONTH-R REDEFINES WS-SCAN-MONTH.
007300     05  WS-SCAN-YYYY            PIC 9(04).
007400     05  WS-SCAN-MM              PIC 9(02).
007500 01  WS-LAST-MONTH               PIC 9(06).
007600 01  WS-LAST-MONTH-R REDEFINES WS-LAST-MONTH.
007700     05  WS-LAST-YYYY            PIC 9(04).
007800     05  WS-LAST-MM              PIC 9(02).
007900*----------------------------------------------------------------
008000* CALL INTERFACE TO THE SHARED DATE-VALIDATION SUBPROGRAM
008100*----------------------------------------------------------------
008200 COPY "dvalparm.cpy".
008300 PROCEDURE DIVISION.
008400*----------------------------------------------------------------
008500 0000-MAINLINE.
008600*----------------------------------------------------------------
008700     PERFORM 1000-GET-INQUIRY
008800         THRU 1000-GET-INQUIRY-EXIT.
008900     IF WS-FINAL-RETURN-CODE NOT = ZERO
009000         GO TO 0000-WRAP-UP
009100     END-IF.
009200
009300     DISPLAY "CHANGE HISTORY FOR KEY " WS-ENTRY-KEY.
009400     IF WS-ENTRY-FILE = SPACES
009500         DISPLAY "  ON ANY MASTER FILE, " WS-FROM-DATE
009600             " THROUGH " WS-TO-DATE
009700     ELSE
009800         DISPLAY "  ON " WS-ENTRY-FILE ", " WS-FROM-DATE
009900             " THROUGH " WS-TO-DATE
010000     END-IF.
010100
010200     MOVE WS-FROM-DATE(1:6) TO WS-SCAN-MONTH.
010300     MOVE WS-TO-DATE(1:6) TO WS-LAST-MONTH.
010400     IF WS-LAST-MM = 12
010500         MOVE 1 TO WS-LAST-MM
010600         ADD 1 TO WS-LAST-YYYY
010700     ELSE
010800         ADD 1 TO WS-LAST-MM
010900     END-IF.
011000     PERFORM 2000-SCAN-ONE-GENERATION
011100         THRU 2000-SCAN-ONE-GENERATION-EXIT
011200         UNTIL WS-SCAN-MONTH > WS-LAST-MONTH.
011300
011400*    THEN THE CHANGES NOT YET ROTATED.
011500     MOVE "CHANGE.LOG" TO WS-SCAN-FILE-NAME.
011600     PERFORM 3000-SCAN-ONE-FILE
011700         THRU 3000-SCAN-ONE-FILE-EXIT.
011800
011900     DISPLAY WS-MATCH-COUNT " change(s) found in "
012000         WS-FILES-READ " change-history file(s)".
012100     IF WS-MATCH-COUNT = ZERO
012200         MOVE 4 TO WS-FINAL-RETURN-CODE
012300     END-IF.
012400
012500 0000-WRAP-UP.
012600*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
012700     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
012800     STOP RUN.
012900*----------------------------------------------------------------
013000 1000-GET-INQUIRY.
013100*    THE KEY IS REQUIRED; A BLANK FILE NAME MEANS ANY MASTER.
013200*    A BLANK TO-DATE MEANS TODAY.
013300*----------------------------------------------------------------
013400     DISPLAY "Enter the master file name (blank for any - e.g. "
013500         "HOLIDAY.CAL - as the file is named)".
013600     ACCEPT WS-ENTRY-FILE FROM CONSOLE.
013700     DISPLAY "Enter the record key (as the maintenance program "
013800         "logs it)".
013900     ACCEPT WS-ENTRY-KEY FROM CONSOLE.
014000     MOVE FUNCTION UPPER-CASE(WS-ENTRY-KEY) TO WS-ENTRY-KEY.
014100     IF WS-ENTRY-KEY = SPACES
014200         DISPLAY "** A RECORD KEY IS REQUIRED **"
014300         MOVE 8 TO WS-FINAL-RETURN-CODE
014400         GO TO 1000-GET-INQUIRY-EXIT
014500     END-IF.
014600
014700     DISPLAY "Enter the from-date (YYYYMMDD)".
014800     ACCEPT WS-FROM-DATE FROM CONSOLE.
014900     MOVE WS-FROM-DATE TO DVAL-DATE.
015000     CALL "DATEVAL" USING DVAL-PARM.
015100     IF DVAL-IS-NOT-VALID
015200         DISPLAY "** " WS-FROM-DATE " IS NOT A VALID DATE **"
015300         MOVE 8 TO WS-FINAL-RETURN-CODE
015400         GO TO 1000-GET-INQUIRY-EXIT
015500     END-IF.
015600
015700     DISPLAY "Enter the to-date (YYYYMMDD, blank for today)".
015800     ACCEPT WS-TO-DATE FROM CONSOLE.
015900     IF WS-TO-DATE = ZERO
016000         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TO-DATE
016100     END-IF.
016200     MOVE WS-TO-DATE TO DVAL-DATE.
016300     CALL "DATEVAL" USING DVAL-PARM.
016400     IF DVAL-IS-NOT-VALID
016500         DISPLAY "** " WS-TO-DATE " IS NOT A VALID DATE **"
016600         MOVE 8 TO WS-FINAL-RETURN-CODE
016700         GO TO 1000-GET-INQUIRY-EXIT
016800     END-IF.
016900     IF WS-TO-DATE < WS-FROM-DATE
017000         DISPLAY "** TO-DATE " WS-TO-DATE " IS BEFORE FROM-DATE "
017100             WS-FROM-DATE " **"
017200         MOVE 8 TO WS-FINAL-RETURN-CODE
017300     END-IF.
017400 1000-GET-INQUIRY-EXIT.
017500     EXIT.
017600*----------------------------------------------------------------
017700 2000-SCAN-ONE-GENERATION.
017800*    ONE MONTHLY GENERATION, THEN STEP TO THE NEXT MONTH. A
017900*    MONTH WITH NO GENERATION IS SIMPLY PASSED OVER.
018000*----------------------------------------------------------------
018100     MOVE SPACES TO WS-SCAN-FILE-NAME.
018200     STRING "CHANGE." WS-SCAN-MONTH DELIMITED BY SIZE
018300         INTO WS-SCAN-FILE-NAME.
018400     PERFORM 3000-SCAN-ONE-FILE
018500         THRU 3000-SCAN-ONE-FILE-EXIT.
018600     IF WS-SCAN-MM = 12
018700         MOVE 1 TO WS-SCAN-MM
018800         ADD 1 TO WS-SCAN-YYYY
018900     ELSE
019000         ADD 1 TO WS-SCAN-MM
019100     END-IF.
019200 2000-SCAN-ONE-GENERATION-EXIT.
019300     EXIT.
019400*----------------------------------------------------------------
019500 3000-SCAN-ONE-FILE.
019600*----------------------------------------------------------------
019700     OPEN INPUT changeFile.
019800     IF changeFileStatus NOT = "00"
019900         CLOSE changeFile
020000         GO TO 3000-SCAN-ONE-FILE-EXIT
020100     END-IF.
020200     ADD 1 TO WS-FILES-READ.
020300     PERFORM FOREVER
020400         READ changeFile
020500             AT END
020600             EXIT PERFORM
020700         END-READ
020800         IF chgKey = WS-ENTRY-KEY
020900             AND (WS-ENTRY-FILE = SPACES
021000                  OR chgFile = WS-ENTRY-FILE)
021100             AND chgDate >= WS-FROM-DATE
021200             AND chgDate <= WS-TO-DATE
021300             PERFORM 3100-SHOW-ONE-CHANGE
021400                 THRU 3100-SHOW-ONE-CHANGE-EXIT
021500         END-IF
021600     END-PERFORM.
021700     CLOSE changeFile.
021800 3000-SCAN-ONE-FILE-EXIT.
021900     EXIT.
022000*----------------------------------------------------------------
022100 3100-SHOW-ONE-CHANGE.
022200*    AN ADD HAS NO BEFORE IMAGE AND A DELETE NO AFTER IMAGE, SO
022300*    ONLY THE SIDES THAT EXIST ARE SHOWN.
022400*----------------------------------------------------------------
022500     ADD 1 TO WS-MATCH-COUNT.
022600     EVALUATE TRUE
022700         WHEN CHANGE-WAS-ADD
022800             MOVE "ADDED  " TO WS-ACTION-TEXT
022900         WHEN CHANGE-WAS-CHANGE
023000             MOVE "CHANGED" TO WS-ACTION-TEXT
023100         WHEN CHANGE-WAS-DELETE
023200             MOVE "DELETED" TO WS-ACTION-TEXT
023300         WHEN OTHER
023400             MOVE chgAction TO WS-ACTION-TEXT
023500     END-EVALUATE.
023600     DISPLAY " ".
023700     DISPLAY chgDate " " chgTime " " WS-ACTION-TEXT " "
023800         chgFile " BY " chgProgram " / " chgUser.
023900     IF NOT CHANGE-WAS-ADD
024000         DISPLAY "  BEFORE: " chgBefore
024100     END-IF.
024200     IF NOT CHANGE-WAS-DELETE
024300         DISPLAY "  AFTER:  " chgAfter
024400     END-IF.
024500 3100-SHOW-ONE-CHANGE-EXIT.
024600     EXIT.
