000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MEGATE.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  SHOP-WIDE - OPERATIONS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026  DL  INITIAL VERSION. MONTH-END WAS A LIST OF
001100*                 PROGRAMS THE NIGHT LEAD RAN BY HAND, AND MOST
001200*                 MONTHS SOMETHING WAS MISSED. THIS IS THE GATE AT
001300*                 EACH END OF THE NEW MONTHEND JOB. SYSIN CARD G
001400*                 OPENS THE JOB: ONLY ON THE LAST BUSINESS DAY OF
001500*                 THE FISCPER PERIOD (PER BUSDAY, HOLIDAY.CAL,
001600*                 AND FISCAL.CAL), AND ONLY ONCE TONIGHT'S
001700*                 NITEBTCH HAS REACHED ITS PACKET STEP, DOES IT
001800*                 END WITH CONDITION CODE 0 AND OPEN THE MONTH-END
001900*                 WINDOW ON MONTHEND.RUN - ANY OTHER NIGHT ENDS
002000*                 WITH 4 AND EVERY STEP SKIPS. Y IN MEGATE.PRM
002100*                 FORCES THE CALENDAR TEST. CARD E, THE LAST STEP,
002200*                 CLOSES THE WINDOW AGAIN SO THE STEPS GO BACK TO
002300*                 NITEBTCH.
002400*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT OPTIONAL paramFile ASSIGN TO "MEGATE.PRM"
002900         ORGANIZATION LINE SEQUENTIAL
003000         FILE STATUS IS paramFileStatus.
003100     SELECT OPTIONAL nightStatusFile ASSIGN TO "NITEBTCH.STA"
003200         ORGANIZATION LINE SEQUENTIAL
003300         FILE STATUS IS nightStatusFileStatus.
003400     SELECT windowFile ASSIGN TO "MONTHEND.RUN"
003500         ORGANIZATION LINE SEQUENTIAL
003600         FILE STATUS IS windowFileStatus.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  paramFile.
004000 01  paramRecord.
004100     05  paramOverride           PIC X(01).
004200 FD  nightStatusFile.
004300 01  nightStatusRecord.
004400     05  staBusinessDate         PIC 9(08).
004500     05  staStepName             PIC X(08).
004600     05  staStatus               PIC X(01).
004700 FD  windowFile.
004800 01  windowRecord.
004900     05  winBusinessDate         PIC 9(08).
005000     05  winState                PIC X(01).
005100 WORKING-STORAGE SECTION.
005200 01  paramFileStatus             PIC X(02).
005300 01  nightStatusFileStatus       PIC X(02).
005400 01  windowFileStatus            PIC X(02).
005500 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
005600 01  WS-TODAY                    PIC 9(08).
005700 01  WS-FUNCTION-ENTRY           PIC X(01).
005800 01  WS-OVERRIDE-SW              PIC X(01) VALUE "N".
005900     88  OVERRIDE-REQUESTED              VALUE "Y".
006000     88  NO-OVERRIDE                     VALUE "N".
006100 01  WS-MONTH-END-SW             PIC X(01) VALUE "N".
006200     88  LAST-BUSINESS-DAY               VALUE "Y".
006300     88  NOT-LAST-BUSINESS-DAY           VALUE "N".
006400 01  WS-NIGHT-DONE-SW            PIC X(01) VALUE "N".
006500     88  NITEBTCH-FINISHED               VALUE "Y".
006600     88  NITEBTCH-NOT-FINISHED           VALUE "N".
006700*----------------------------------------------------------------
006800* CALL INTERFACES TO THE SHARED BUSINESS-DAY AND FISCAL-PERIOD
006900* SUBPROGRAMS
007000*----------------------------------------------------------------
007100 COPY "bdayparm.cpy".
007200 COPY "fscparm.cpy".
007300 PROCEDURE DIVISION.
007400*----------------------------------------------------------------
007500 0000-MAINLINE.
007600*----------------------------------------------------------------
007700     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
007800     ACCEPT WS-FUNCTION-ENTRY FROM CONSOLE.
007900     EVALUATE FUNCTION UPPER-CASE(WS-FUNCTION-ENTRY)
008000         WHEN "G"
008100             PERFORM 1000-OPEN-MONTH-END
008200                 THRU 1000-OPEN-MONTH-END-EXIT
008300         WHEN "E"
008400             PERFORM 2000-CLOSE-MONTH-END
008500                 THRU 2000-CLOSE-MONTH-END-EXIT
008600         WHEN OTHER
008700             DISPLAY "** MEGATE SYSIN CARD MUST BE G (OPEN) OR "
008800                 "E (CLOSE) - GOT '" WS-FUNCTION-ENTRY "' **"
008900             MOVE 8 TO WS-FINAL-RETURN-CODE
009000     END-EVALUATE.
009100*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
009200     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
009300     STOP RUN.
009400*----------------------------------------------------------------
009500 1000-OPEN-MONTH-END.
009600*    TODAY IS MONTH END WHEN IT IS A BUSINESS DAY AND THE NEXT
009700*    BUSINESS DAY FALLS PAST THE END OF TODAY'S FISCAL PERIOD.
009800*----------------------------------------------------------------
009900     OPEN INPUT paramFile.
010000     IF paramFileStatus = "00"
010100         READ paramFile
010200             AT END
010300                 CONTINUE
010400             NOT AT END
010500                 IF FUNCTION UPPER-CASE(paramOverride) = "Y"
010600                     SET OVERRIDE-REQUESTED TO TRUE
010700                 END-IF
010800         END-READ
010900     END-IF.
011000     CLOSE paramFile.
011100
011200     MOVE WS-TODAY TO FSCL-DATE.
011300     CALL "FISCPER" USING FSCL-PARM.
011400     SET BDAY-IS-BUSINESS-DAY TO TRUE.
011500     MOVE WS-TODAY TO BDAY-DATE.
011600     CALL "BUSDAY" USING BDAY-PARM.
011700     IF FSCL-IS-VALID AND BDAY-YES
011800         SET BDAY-ADD-BUSINESS-DAYS TO TRUE
011900         MOVE WS-TODAY TO BDAY-DATE
012000         MOVE 1 TO BDAY-DAY-COUNT
012100         CALL "BUSDAY" USING BDAY-PARM
012200         IF BDAY-IS-VALID
012300             AND BDAY-END-DATE > FSCL-PERIOD-END
012400             SET LAST-BUSINESS-DAY TO TRUE
012500         END-IF
012600     END-IF.
012700
012800     EVALUATE TRUE
012900         WHEN LAST-BUSINESS-DAY
013000             DISPLAY WS-TODAY " is the last business day of "
013100                 "fiscal " FSCL-FISCAL-YEAR " period " FSCL-PERIOD
013200                 " - month-end may run"
013300         WHEN OVERRIDE-REQUESTED
013400             DISPLAY WS-TODAY " is NOT a period's last business "
013500                 "day but the MEGATE.PRM override is set - "
013600                 "running anyway"
013700         WHEN FSCL-IS-NOT-VALID
013800             DISPLAY "** " WS-TODAY " IS IN NO FISCAL.CAL "
013900                 "PERIOD - MONTHEND SKIPS TONIGHT **"
014000             MOVE 4 TO WS-FINAL-RETURN-CODE
014100             GO TO 1000-OPEN-MONTH-END-EXIT
014200         WHEN OTHER
014300             DISPLAY WS-TODAY " is not the last business day of "
014400                 "fiscal " FSCL-FISCAL-YEAR " period " FSCL-PERIOD
014500                 " (ends " FSCL-PERIOD-END ") - MONTHEND skips"
014600             MOVE 4 TO WS-FINAL-RETURN-CODE
014700             GO TO 1000-OPEN-MONTH-END-EXIT
014800     END-EVALUATE.
014900
015000     PERFORM 1100-CHECK-NIGHT-FINISHED
015100         THRU 1100-CHECK-NIGHT-FINISHED-EXIT.
015200     IF NITEBTCH-NOT-FINISHED
015300         DISPLAY "** TONIGHT'S NITEBTCH HAS NOT REACHED ITS "
015400             "PACKET STEP - MONTH-END HELD UNTIL THE NIGHT'S "
015500             "LOGS ARE IN **"
015600         MOVE 8 TO WS-FINAL-RETURN-CODE
015700         GO TO 1000-OPEN-MONTH-END-EXIT
015800     END-IF.
015900
016000     OPEN OUTPUT windowFile.
016100     MOVE WS-TODAY TO winBusinessDate.
016200     MOVE "O" TO winState.
016300     WRITE windowRecord.
016400     CLOSE windowFile.
016500     DISPLAY "Month-end window open for " WS-TODAY
016600         " - steps record on MONTHEND.STA".
016700 1000-OPEN-MONTH-END-EXIT.
016800     EXIT.
016900*----------------------------------------------------------------
017000 1100-CHECK-NIGHT-FINISHED.
017100*    NITEPKT RECORDS ITS COMPLETION ON NITEBTCH.STA ONCE THE
017200*    NIGHT'S CHAIN HAS RUN THROUGH - THE AGING, THE
017300*    RECONCILIATION, AND EVERY AUDIT.LOG LINE THE LOG ROTATION
017400*    WILL CLOSE OUT.
017500*----------------------------------------------------------------
017600     SET NITEBTCH-NOT-FINISHED TO TRUE.
017700     OPEN INPUT nightStatusFile.
017800     IF nightStatusFileStatus NOT = "00"
017900         CLOSE nightStatusFile
018000         GO TO 1100-CHECK-NIGHT-FINISHED-EXIT
018100     END-IF.
018200     PERFORM FOREVER
018300         READ nightStatusFile
018400             AT END
018500             EXIT PERFORM
018600         END-READ
018700         IF staBusinessDate = WS-TODAY
018800             AND staStepName = "NITEPKT"
018900             AND staStatus = "C"
019000             SET NITEBTCH-FINISHED TO TRUE
019100             EXIT PERFORM
019200         END-IF
019300     END-PERFORM.
019400     CLOSE nightStatusFile.
019500 1100-CHECK-NIGHT-FINISHED-EXIT.
019600     EXIT.
019700*----------------------------------------------------------------
019800 2000-CLOSE-MONTH-END.
019900*    THE LAST STEP - ONCE THE WINDOW IS CLOSED A STEP PROGRAM RUN
020000*    TONIGHT BELONGS TO NITEBTCH AGAIN. A RESTART SUBMIT REOPENS
020100*    IT THROUGH CARD G.
020200*----------------------------------------------------------------
020300     OPEN OUTPUT windowFile.
020400     MOVE WS-TODAY TO winBusinessDate.
020500     MOVE "C" TO winState.
020600     WRITE windowRecord.
020700     CLOSE windowFile.
020800     DISPLAY "Month-end window closed for " WS-TODAY.
020900 2000-CLOSE-MONTH-END-EXIT.
021000     EXIT.
