000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LAB25BGT.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  PURCHASING - INVENTORY PLANNING.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026  DL  INITIAL VERSION. PURCHASING BUDGET VS ACTUAL
001100*                 (LAB25.BVA) FOR ONE FISCAL YEAR. FOR EACH
001200*                 PERIOD, EVERY LAB25.BGT BUDGET LINE - PART
001300*                 CATEGORY OR VENDOR - WITH ITS BUDGET, THE SPEND
001400*                 COMMITTED ON OPEN ORDERS (LAB25.OPN), THE SPEND
001500*                 RECEIVED (LAB25.RCH), AND WHAT REMAINS, ALL AS
001600*                 BUDGCTL KEEPS THEM FOR LAB25 AND LAB25APR. A
001700*                 LINE OVER ITS BUDGET IS FLAGGED, AND SPEND NO
001800*                 BUDGET LINE COVERS IS LISTED SO IT CAN BE
001900*                 BUDGETED.
002000*----------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT reportFile ASSIGN TO "LAB25.BVA"
002500         ORGANIZATION LINE SEQUENTIAL.
002600 DATA DIVISION.
002700 FILE SECTION.
002800 FD  reportFile.
002900 01  reportRecord                PIC X(80).
003000 WORKING-STORAGE SECTION.
003100*----------------------------------------------------------------
003200* RUN SWITCHES AND COUNTS
003300*----------------------------------------------------------------
003400 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
003500 01  WS-RECORDS-READ             PIC 9(07) VALUE ZERO.
003600 01  WS-LINES-WRITTEN            PIC 9(07) VALUE ZERO.
003700 01  WS-OVER-COUNT               PIC 9(03) VALUE ZERO.
003800 01  WS-TODAY                    PIC 9(08).
003900 01  WS-ENTRY-NO                 PIC 9(04) COMP.
004000 01  WS-END-SW                   PIC X(01).
004100     88  END-OF-BUDGETS                  VALUE "Y".
004200*----------------------------------------------------------------
004300* THE FISCAL YEAR REPORTED - LAB25BGT.CTL (FISCALYEAR=YYYY) OR
004400* THE CONSOLE; BLANK IS THE FISCAL YEAR TODAY FALLS IN
004500*----------------------------------------------------------------
004600 01  WS-FY-ENTRY                 PIC X(04).
004700 01  WS-FY-ENTRY-R REDEFINES WS-FY-ENTRY
004800                                 PIC 9(04).
004900 01  WS-RPT-YEAR                 PIC 9(04).
005000 01  WS-RPT-PERIOD               PIC 9(02).
005100*----------------------------------------------------------------
005200* PERIOD AND YEAR TOTALS
005300*----------------------------------------------------------------
005400 01  WS-PERIOD-LINES             PIC 9(04) COMP.
005500 01  WS-YEAR-LINES               PIC 9(04) COMP VALUE ZERO.
005600 01  WS-PERIOD-TOTALS.
005700     05  WS-PD-BUDGET            PIC 9(09)V99.
005800     05  WS-PD-COMMITTED         PIC 9(09)V99.
005900     05  WS-PD-RECEIVED          PIC 9(09)V99.
006000     05  WS-PD-REMAINING         PIC S9(09)V99.
006100 01  WS-YEAR-TOTALS.
006200     05  WS-FY-BUDGET            PIC 9(09)V99 VALUE ZERO.
006300     05  WS-FY-COMMITTED         PIC 9(09)V99 VALUE ZERO.
006400     05  WS-FY-RECEIVED          PIC 9(09)V99 VALUE ZERO.
006500     05  WS-FY-REMAINING         PIC S9(09)V99 VALUE ZERO.
006600*----------------------------------------------------------------
006700* REPORT LINES
006800*----------------------------------------------------------------
006900 01  WS-TITLE-LINE.
007000     05  FILLER                  PIC X(42) VALUE
007100         "PURCHASING BUDGET VS ACTUAL - FISCAL YEAR ".
007200     05  WS-TTL-YEAR             PIC 9(04).
007300     05  FILLER                  PIC X(05) VALUE SPACES.
007400     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
007500     05  WS-TTL-RUN-DATE         PIC 9(08).
007600 01  WS-COLUMN-HEADING.
007700     05  FILLER                  PIC X(40) VALUE
007800         "PD T CODE        BUDGET       COMMITTED ".
007900     05  FILLER                  PIC X(40) VALUE
008000         "      RECEIVED       REMAINING FLAG".
008100 01  WS-BUDGET-DETAIL.
008200     05  WS-DTL-PERIOD           PIC 9(02).
008300     05  FILLER                  PIC X(01) VALUE SPACE.
008400     05  WS-DTL-TYPE             PIC X(01).
008500     05  FILLER                  PIC X(01) VALUE SPACE.
008600     05  WS-DTL-CODE             PIC X(04).
008700     05  FILLER                  PIC X(02) VALUE SPACES.
008800     05  WS-DTL-BUDGET           PIC Z,ZZZ,ZZ9.99.
008900     05  FILLER                  PIC X(02) VALUE SPACES.
009000     05  WS-DTL-COMMITTED        PIC ZZZ,ZZZ,ZZ9.99.
009100     05  FILLER                  PIC X(01) VALUE SPACE.
009200     05  WS-DTL-RECEIVED         PIC ZZZ,ZZZ,ZZ9.99.
009300     05  FILLER                  PIC X(01) VALUE SPACE.
009400     05  WS-DTL-REMAINING        PIC ----,---,--9.99.
009500     05  FILLER                  PIC X(01) VALUE SPACE.
009600     05  WS-DTL-FLAG             PIC X(09).
009700 01  WS-TOTAL-LINE.
009800     05  WS-TOT-LABEL            PIC X(09).
009900     05  WS-TOT-BUDGET           PIC ZZZ,ZZZ,ZZ9.99.
010000     05  FILLER                  PIC X(02) VALUE SPACES.
010100     05  WS-TOT-COMMITTED        PIC ZZZ,ZZZ,ZZ9.99.
010200     05  FILLER                  PIC X(01) VALUE SPACE.
010300     05  WS-TOT-RECEIVED         PIC ZZZ,ZZZ,ZZ9.99.
010400     05  FILLER                  PIC X(01) VALUE SPACE.
010500     05  WS-TOT-REMAINING        PIC ----,---,--9.99.
010600 01  WS-NONE-LINE                PIC X(80) VALUE
010700     "  NO BUDGET OR SPEND IN THE FISCAL YEAR".
010800 01  WS-OFF-LINE                 PIC X(80) VALUE
010900     "  NO LAB25.BGT - PURCHASING BUDGET CONTROL IS OFF".
011000 01  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
011100*----------------------------------------------------------------
011200* CALL INTERFACES TO THE SHARED SUBPROGRAMS
011300*----------------------------------------------------------------
011400 COPY "rctlparm.cpy".
011500 COPY "auditparm.cpy".
011600 COPY "fscparm.cpy".
011700 COPY "bgtparm.cpy".
011800 PROCEDURE DIVISION.
011900*----------------------------------------------------------------
012000 0000-MAINLINE.
012100*----------------------------------------------------------------
012200     MOVE "LAB25BGT" TO AUDIT-PROGRAM-NAME.
012300     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
012400     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
012500     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
012600
012700     PERFORM 1000-GET-FISCAL-YEAR
012800         THRU 1000-GET-FISCAL-YEAR-EXIT.
012900     IF WS-FINAL-RETURN-CODE > 4
013000         GO TO 0000-WRAP-UP
013100     END-IF.
013200     MOVE "L" TO BGT-FUNCTION.
013300     CALL "BUDGCTL" USING BGT-PARM.
013400
013500     OPEN OUTPUT reportFile.
013600     PERFORM 2000-PRINT-REPORT
013700         THRU 2000-PRINT-REPORT-EXIT.
013800     CLOSE reportFile.
013900     IF BGT-CONTROL-OFF
014000         DISPLAY "No LAB25.BGT - purchasing budget control is off"
014100         MOVE 4 TO WS-FINAL-RETURN-CODE
014200         GO TO 0000-WRAP-UP
014300     END-IF.
014400     DISPLAY "Budget vs actual for fiscal " WS-RPT-YEAR
014500         " on LAB25.BVA - " WS-OVER-COUNT
014600         " budget line(s) over".
014700     IF WS-OVER-COUNT NOT = ZERO
014800         MOVE 4 TO WS-FINAL-RETURN-CODE
014900     END-IF.
015000
015100 0000-WRAP-UP.
015200     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
015300     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
015400     MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
015500     MOVE WS-LINES-WRITTEN TO AUDIT-RECORDS-WRITTEN.
015600     MOVE SPACES TO AUDIT-USER-ID.
015700     CALL "AUDITLOG" USING AUDIT-PARM.
015800*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
015900     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
016000     STOP RUN.
016100*----------------------------------------------------------------
016200 1000-GET-FISCAL-YEAR.
016300*    FISCALYEAR= ON LAB25BGT.CTL, OR THE CONSOLE. BLANK TAKES THE
016400*    FISCAL YEAR TODAY FALLS IN, PER FISCAL.CAL.
016500*----------------------------------------------------------------
016600     MOVE "LAB25BGT" TO RCTL-PROGRAM-NAME.
016700     MOVE "FISCALYEAR" TO RCTL-KEYWORD.
016800     CALL "RUNCTL" USING RCTL-PARM.
016900     IF RCTL-VALUE-FOUND
017000         MOVE RCTL-VALUE(1:4) TO WS-FY-ENTRY
017100         DISPLAY "FISCALYEAR taken from LAB25BGT.CTL"
017200     ELSE
017300         DISPLAY "Report which fiscal year? (YYYY, blank = "
017400             "current fiscal year)"
017500         MOVE SPACES TO WS-FY-ENTRY
017600         ACCEPT WS-FY-ENTRY FROM CONSOLE
017700     END-IF.
017800     IF WS-FY-ENTRY = SPACES
017900         MOVE WS-TODAY TO FSCL-DATE
018000         CALL "FISCPER" USING FSCL-PARM
018100         IF FSCL-IS-NOT-VALID
018200             DISPLAY "** TODAY FALLS IN NO FISCAL.CAL PERIOD - "
018300                 "ENTER THE FISCAL YEAR **"
018400             MOVE 8 TO WS-FINAL-RETURN-CODE
018500             GO TO 1000-GET-FISCAL-YEAR-EXIT
018600         END-IF
018700         MOVE FSCL-FISCAL-YEAR TO WS-RPT-YEAR
018800     ELSE
018900         IF WS-FY-ENTRY IS NOT NUMERIC
019000             DISPLAY "** " WS-FY-ENTRY
019100                 " IS NOT A YYYY FISCAL YEAR **"
019200             MOVE 8 TO WS-FINAL-RETURN-CODE
019300             GO TO 1000-GET-FISCAL-YEAR-EXIT
019400         END-IF
019500         MOVE WS-FY-ENTRY-R TO WS-RPT-YEAR
019600     END-IF.
019700     DISPLAY "Reporting fiscal year " WS-RPT-YEAR.
019800 1000-GET-FISCAL-YEAR-EXIT.
019900     EXIT.
020000*----------------------------------------------------------------
020100 2000-PRINT-REPORT.
020200*    PERIOD BY PERIOD - UP TO 13, ENOUGH FOR A CALENDAR OF
020300*    FOUR-WEEK PERIODS AS WELL AS MONTHS. A PERIOD WITH NO BUDGET
020400*    AND NO SPEND IS LEFT OFF.
020500*----------------------------------------------------------------
020600     MOVE WS-RPT-YEAR TO WS-TTL-YEAR.
020700     MOVE WS-TODAY    TO WS-TTL-RUN-DATE.
020800     WRITE reportRecord FROM WS-TITLE-LINE.
020900     WRITE reportRecord FROM WS-BLANK-LINE.
021000     ADD 2 TO WS-LINES-WRITTEN.
021100     IF BGT-CONTROL-OFF
021200         WRITE reportRecord FROM WS-OFF-LINE
021300         ADD 1 TO WS-LINES-WRITTEN
021400         GO TO 2000-PRINT-REPORT-EXIT
021500     END-IF.
021600     WRITE reportRecord FROM WS-COLUMN-HEADING.
021700     ADD 1 TO WS-LINES-WRITTEN.
021800     PERFORM 2100-PRINT-ONE-PERIOD
021900         THRU 2100-PRINT-ONE-PERIOD-EXIT
022000         VARYING WS-RPT-PERIOD FROM 1 BY 1
022100         UNTIL WS-RPT-PERIOD > 13.
022200     IF WS-YEAR-LINES = ZERO
022300         WRITE reportRecord FROM WS-NONE-LINE
022400         ADD 1 TO WS-LINES-WRITTEN
022500         GO TO 2000-PRINT-REPORT-EXIT
022600     END-IF.
022700     MOVE "FY TOTAL "     TO WS-TOT-LABEL.
022800     MOVE WS-FY-BUDGET    TO WS-TOT-BUDGET.
022900     MOVE WS-FY-COMMITTED TO WS-TOT-COMMITTED.
023000     MOVE WS-FY-RECEIVED  TO WS-TOT-RECEIVED.
023100     MOVE WS-FY-REMAINING TO WS-TOT-REMAINING.
023200     WRITE reportRecord FROM WS-TOTAL-LINE.
023300     ADD 1 TO WS-LINES-WRITTEN.
023400 2000-PRINT-REPORT-EXIT.
023500     EXIT.
023600*----------------------------------------------------------------
023700 2100-PRINT-ONE-PERIOD.
023800*----------------------------------------------------------------
023900     MOVE ZERO TO WS-PERIOD-LINES.
024000     INITIALIZE WS-PERIOD-TOTALS.
024100     MOVE "N" TO WS-END-SW.
024200     PERFORM 2200-PRINT-ONE-LINE
024300         THRU 2200-PRINT-ONE-LINE-EXIT
024400         VARYING WS-ENTRY-NO FROM 1 BY 1
024500         UNTIL END-OF-BUDGETS.
024600     IF WS-PERIOD-LINES = ZERO
024700         GO TO 2100-PRINT-ONE-PERIOD-EXIT
024800     END-IF.
024900     MOVE "PD TOTAL "     TO WS-TOT-LABEL.
025000     MOVE WS-PD-BUDGET    TO WS-TOT-BUDGET.
025100     MOVE WS-PD-COMMITTED TO WS-TOT-COMMITTED.
025200     MOVE WS-PD-RECEIVED  TO WS-TOT-RECEIVED.
025300     MOVE WS-PD-REMAINING TO WS-TOT-REMAINING.
025400     WRITE reportRecord FROM WS-TOTAL-LINE.
025500     WRITE reportRecord FROM WS-BLANK-LINE.
025600     ADD 2 TO WS-LINES-WRITTEN.
025700 2100-PRINT-ONE-PERIOD-EXIT.
025800     EXIT.
025900*----------------------------------------------------------------
026000 2200-PRINT-ONE-LINE.
026100*    EVERY BUDGCTL LINE IS READ ONCE PER PERIOD AND ONLY THE ONES
026200*    FOR THIS YEAR AND PERIOD PRINT.
026300*----------------------------------------------------------------
026400     MOVE "N" TO BGT-FUNCTION.
026500     MOVE WS-ENTRY-NO TO BGT-ENTRY-NO.
026600     CALL "BUDGCTL" USING BGT-PARM.
026700     IF BGT-END-OF-TABLE
026800         SET END-OF-BUDGETS TO TRUE
026900         GO TO 2200-PRINT-ONE-LINE-EXIT
027000     END-IF.
027100     IF BGT-FISCAL-YEAR NOT = WS-RPT-YEAR
027200     OR BGT-PERIOD NOT = WS-RPT-PERIOD
027300         GO TO 2200-PRINT-ONE-LINE-EXIT
027400     END-IF.
027500     ADD 1 TO WS-RECORDS-READ.
027600     ADD 1 TO WS-PERIOD-LINES.
027700     ADD 1 TO WS-YEAR-LINES.
027800     MOVE BGT-PERIOD     TO WS-DTL-PERIOD.
027900     MOVE BGT-CODE-TYPE  TO WS-DTL-TYPE.
028000     MOVE BGT-CODE       TO WS-DTL-CODE.
028100     MOVE BGT-BUDGET     TO WS-DTL-BUDGET.
028200     MOVE BGT-COMMITTED  TO WS-DTL-COMMITTED.
028300     MOVE BGT-RECEIVED   TO WS-DTL-RECEIVED.
028400     MOVE BGT-REMAINING  TO WS-DTL-REMAINING.
028500     EVALUATE TRUE
028600         WHEN BGT-OVER-BUDGET
028700             MOVE "** OVER" TO WS-DTL-FLAG
028800             ADD 1 TO WS-OVER-COUNT
028900         WHEN BGT-UNCONTROLLED
029000             MOVE "NO BUDGET" TO WS-DTL-FLAG
029100         WHEN OTHER
029200             MOVE SPACES TO WS-DTL-FLAG
029300     END-EVALUATE.
029400     WRITE reportRecord FROM WS-BUDGET-DETAIL.
029500     ADD 1 TO WS-LINES-WRITTEN.
029600
029700     ADD BGT-BUDGET     TO WS-PD-BUDGET    WS-FY-BUDGET.
029800     ADD BGT-COMMITTED  TO WS-PD-COMMITTED WS-FY-COMMITTED.
029900     ADD BGT-RECEIVED   TO WS-PD-RECEIVED  WS-FY-RECEIVED.
030000     ADD BGT-REMAINING  TO WS-PD-REMAINING WS-FY-REMAINING.
030100 2200-PRINT-ONE-LINE-EXIT.
030200     EXIT.
