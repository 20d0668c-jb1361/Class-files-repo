000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    L10OTP.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  DISPATCH - ROUTE MASTER.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026  DL  INITIAL VERSION. L10.STP SAYS WHEN A BUS SHOULD
001100*                 BE AT EACH STOP AND L10.RTM CHECKS THE PLAN, BUT
001200*                 NOTHING MEASURED WHAT HAPPENED. THE L10.ARR
001300*                 ACTUAL ARRIVALS (LINE, STOP SEQUENCE, DATE,
001400*                 TIME) ARE MATCHED AGAINST THE SCHEDULED
001500*                 stop-timeI, AND THE L10.OTP REPORT GIVES EACH
001600*                 ROUTE AND EACH STOP ITS EARLY, ON-TIME AND LATE
001700*                 PERCENTAGES AGAINST THE L10OTP.PRM WINDOW, PLUS
001800*                 THE AVERAGE MINUTES LATE. A STOP LATE TOO OFTEN
001900*                 IS FLAGGED AND LISTED AT THE END FOR SERVICE
002000*                 PLANNING TO RETIME THROUGH L10STP.
002100*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT OPTIONAL arrival-file ASSIGN TO "L10.ARR"
002600         ORGANIZATION LINE SEQUENTIAL
002700         FILE STATUS IS arrival-file-status.
002800     SELECT stop-file ASSIGN TO "L10.STP"
002900         ORGANIZATION LINE SEQUENTIAL
003000         FILE STATUS IS stop-file-status.
003100     SELECT stop-work-file ASSIGN TO "L10.otpwrk"
003200         ORGANIZATION LINE SEQUENTIAL.
003300     SELECT stop-sorted-file ASSIGN TO "L10.otpsrt"
003400         ORGANIZATION LINE SEQUENTIAL.
003500     SELECT OPTIONAL route-file ASSIGN TO "L10.in"
003600         ORGANIZATION LINE SEQUENTIAL
003700         FILE STATUS IS route-file-status.
003800     SELECT OPTIONAL otp-prm-file ASSIGN TO "L10OTP.PRM"
003900         ORGANIZATION LINE SEQUENTIAL
004000         FILE STATUS IS otp-prm-file-status.
004100     SELECT otp-file ASSIGN TO "L10.OTP"
004200         ORGANIZATION LINE SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  arrival-file.
004600 01  arrival-detailsI.
004700     02  arr-lineI               PIC 9(03).
004800     02  arr-seqI                PIC 9(02).
004900     02  arr-dateI               PIC 9(08).
005000     02  arr-timeI               PIC 9(04).
005100 FD  stop-file.
005200 01  stop-detailsI.
005300     02  stop-lineI              PIC 9(03).
005400     02  stop-seqI               PIC 9(02).
005500     02  stop-nameI              PIC X(15).
005600     02  stop-timeI              PIC 9(04).
005700 SD  stop-work-file.
005800 01  stop-detailsW.
005900     02  stop-lineW              PIC 9(03).
006000     02  stop-seqW               PIC 9(02).
006100     02  stop-nameW              PIC X(15).
006200     02  stop-timeW              PIC 9(04).
006300 FD  stop-sorted-file.
006400 01  stop-details.
006500     02  stop-line               PIC 9(03).
006600     02  stop-seq                PIC 9(02).
006700     02  stop-name               PIC X(15).
006800     02  stop-time               PIC 9(04).
006900 FD  route-file.
007000 01  route-detailsI.
007100     02  line-numberI            PIC 9(03).
007200     02  line-nameI              PIC A(15).
007300     02  line-statusI            PIC X(01).
007400     02  line-capacityI          PIC 9(04).
007500 01  route-trailerI REDEFINES route-detailsI.
007600     02  trailer-literalI        PIC X(07).
007700     02  trailer-countI          PIC 9(07).
007800 FD  otp-prm-file.
007900 01  otp-prm-record.
008000     02  otp-early-minutes       PIC 9(02).
008100     02  otp-late-minutes        PIC 9(02).
008200     02  otp-chronic-pct         PIC 9(03).
008300     02  otp-chronic-min-obs     PIC 9(03).
008400 FD  otp-file.
008500 01  otp-line                    PIC X(80).
008600 WORKING-STORAGE SECTION.
008700*----------------------------------------------------------------
008800* FILE STATUS AND RUN COUNTS
008900*----------------------------------------------------------------
009000 01  arrival-file-status         PIC X(02).
009100 01  stop-file-status            PIC X(02).
009200 01  route-file-status           PIC X(02).
009300 01  otp-prm-file-status         PIC X(02).
009400 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
009500 01  WS-RECORDS-READ             PIC 9(05) COMP VALUE ZERO.
009600 01  WS-ARRIVALS-MATCHED         PIC 9(05) COMP VALUE ZERO.
009700 01  WS-ARRIVALS-REJECTED        PIC 9(05) COMP VALUE ZERO.
009800 01  WS-LINES-WRITTEN            PIC 9(05) COMP VALUE ZERO.
009900 01  WS-FIRST-DATE               PIC 9(08) VALUE 99999999.
010000 01  WS-LAST-DATE                PIC 9(08) VALUE ZERO.
010100*----------------------------------------------------------------
010200* THE ON-TIME WINDOW - UP TO WS-EARLY-MINUTES AHEAD OF THE
010300* SCHEDULE THROUGH WS-LATE-MINUTES BEHIND IT COUNTS AS ON TIME.
010400* A STOP WITH AT LEAST WS-CHRONIC-MIN-OBS ARRIVALS, LATE ON AT
010500* LEAST WS-CHRONIC-PCT PERCENT OF THEM, IS CHRONICALLY LATE.
010600* L10OTP.PRM OVERRIDES THE DEFAULTS.
010700*----------------------------------------------------------------
010800 01  WS-EARLY-MINUTES            PIC 9(02) VALUE 01.
010900 01  WS-LATE-MINUTES             PIC 9(02) VALUE 05.
011000 01  WS-CHRONIC-PCT              PIC 9(03) VALUE 020.
011100 01  WS-CHRONIC-MIN-OBS          PIC 9(03) VALUE 005.
011200*----------------------------------------------------------------
011300* SCHEDULED STOPS, IN LINE AND SEQUENCE ORDER, EACH WITH ITS
011400* ARRIVAL COUNTS. THE ROUTE NAMES COME OFF THE MASTER.
011500*----------------------------------------------------------------
011600 01  WS-STP-COUNT                PIC 9(03) COMP VALUE ZERO.
011700 01  WS-STP-SUB                  PIC 9(03) COMP.
011800 01  WS-STP-HIT                  PIC 9(03) COMP.
011900 01  WS-STOP-TABLE.
012000     05  WS-STP-ENTRY OCCURS 500 TIMES.
012100         10  WS-STP-LINE         PIC 9(03).
012200         10  WS-STP-SEQ          PIC 9(02).
012300         10  WS-STP-NAME         PIC X(15).
012400         10  WS-STP-TIME         PIC 9(04).
012500         10  WS-STP-EARLY        PIC 9(05).
012600         10  WS-STP-ON-TIME      PIC 9(05).
012700         10  WS-STP-LATE         PIC 9(05).
012800         10  WS-STP-LATE-MINUTES PIC 9(07).
012900         10  WS-STP-CHRONIC-SW   PIC X(01).
013000 01  WS-RTE-COUNT                PIC 9(03) COMP VALUE ZERO.
013100 01  WS-RTE-SUB                  PIC 9(03) COMP.
013200 01  WS-RTE-HIT                  PIC 9(03) COMP.
013300 01  WS-ROUTE-TABLE.
013400     05  WS-RTE-ENTRY OCCURS 100 TIMES.
013500         10  WS-RTE-NUMBER       PIC 9(03).
013600         10  WS-RTE-NAME         PIC X(15).
013700*----------------------------------------------------------------
013800* MINUTE ARITHMETIC - HHMM TO MINUTES PAST MIDNIGHT. A GAP OF
013900* MORE THAN 12 HOURS EITHER WAY IS TAKEN AS A RUN ACROSS
014000* MIDNIGHT, SO A 2358 STOP MET AT 0003 IS 5 MINUTES LATE.
014100*----------------------------------------------------------------
014200 01  WS-TIME-WORK                PIC 9(04).
014300 01  WS-TIME-WORK-R REDEFINES WS-TIME-WORK.
014400     02  WS-TIME-HH              PIC 9(02).
014500     02  WS-TIME-MM              PIC 9(02).
014600 01  WS-SCHED-MINUTES            PIC 9(05).
014700 01  WS-ACTUAL-MINUTES           PIC 9(05).
014800 01  WS-DEVIATION                PIC S9(05).
014900*----------------------------------------------------------------
015000* ROUTE AND STOP STATISTICS
015100*----------------------------------------------------------------
015200 01  WS-PREV-LINE                PIC 9(03) VALUE 999.
015300 01  WS-CALC-EARLY               PIC 9(07).
015400 01  WS-CALC-ON-TIME             PIC 9(07).
015500 01  WS-CALC-LATE                PIC 9(07).
015600 01  WS-CALC-LATE-MINUTES        PIC 9(09).
015700 01  WS-CALC-OBS                 PIC 9(07).
015800 01  WS-RTE-EARLY                PIC 9(07).
015900 01  WS-RTE-ON-TIME              PIC 9(07).
016000 01  WS-RTE-LATE                 PIC 9(07).
016100 01  WS-RTE-LATE-MINUTES         PIC 9(09).
016200 01  WS-LATE-PCT                 PIC 9(03)V9.
016300 01  WS-CHRONIC-COUNT            PIC 9(03) COMP VALUE ZERO.
016400*----------------------------------------------------------------
016500* REPORT LINE LAYOUTS
016600*----------------------------------------------------------------
016700 01  WS-TITLE-LINE.
016800     05  FILLER                  PIC X(33) VALUE
016900         "ON-TIME PERFORMANCE - ARRIVALS ".
017000     05  WS-TL-FIRST             PIC 9(08).
017100     05  FILLER                  PIC X(04) VALUE " TO ".
017200     05  WS-TL-LAST              PIC 9(08).
017300 01  WS-WINDOW-LINE.
017400     05  FILLER                  PIC X(10) VALUE "ON TIME = ".
017500     05  WS-WL-EARLY             PIC Z9.
017600     05  FILLER                  PIC X(14) VALUE " MIN EARLY TO ".
017700     05  WS-WL-LATE              PIC Z9.
017800     05  FILLER                  PIC X(27) VALUE
017900         " MIN LATE.  CHRONIC = LATE ".
018000     05  WS-WL-PCT               PIC ZZ9.
018100     05  FILLER                  PIC X(05) VALUE "% OF ".
018200     05  WS-WL-OBS               PIC ZZ9.
018300     05  FILLER                  PIC X(10) VALUE "+ ARRIVALS".
018400 01  WS-COLUMN-LINE.
018500     05  FILLER                  PIC X(40) VALUE
018600         "SEQ STOP            SCHED  ARRIV  EARLY%".
018700     05  FILLER                  PIC X(40) VALUE
018800         " ONTIME%   LATE%  AVG LATE".
018900 01  WS-DETAIL-LINE.
019000     05  FILLER                  PIC X(01) VALUE SPACE.
019100     05  WS-DL-SEQ               PIC 9(02).
019200     05  FILLER                  PIC X(01) VALUE SPACE.
019300     05  WS-DL-NAME              PIC X(15).
019400     05  FILLER                  PIC X(01) VALUE SPACE.
019500     05  WS-DL-SCHED             PIC X(04).
019600     05  FILLER                  PIC X(02) VALUE SPACES.
019700     05  WS-DL-OBS               PIC ZZZZ9.
019800     05  FILLER                  PIC X(02) VALUE SPACES.
019900     05  WS-DL-EARLY-PCT         PIC ZZ9.9.
020000     05  FILLER                  PIC X(03) VALUE SPACES.
020100     05  WS-DL-ON-TIME-PCT       PIC ZZ9.9.
020200     05  FILLER                  PIC X(03) VALUE SPACES.
020300     05  WS-DL-LATE-PCT          PIC ZZ9.9.
020400     05  FILLER                  PIC X(04) VALUE SPACES.
020500     05  WS-DL-AVG-LATE          PIC ZZ9.9.
020600     05  FILLER                  PIC X(02) VALUE SPACES.
020700     05  WS-DL-FLAG              PIC X(11).
020800 01  WS-PCT-WORK                 PIC 9(03)V9.
020900 01  WS-AVG-WORK                 PIC 9(03)V9.
021000 01  WS-CHRONIC-LINE.
021100     05  FILLER                  PIC X(06) VALUE "  LINE".
021200     05  FILLER                  PIC X(01) VALUE SPACE.
021300     05  WS-CL-LINE              PIC 9(03).
021400     05  FILLER                  PIC X(05) VALUE "  SEQ".
021500     05  FILLER                  PIC X(01) VALUE SPACE.
021600     05  WS-CL-SEQ               PIC 9(02).
021700     05  FILLER                  PIC X(02) VALUE SPACES.
021800     05  WS-CL-NAME              PIC X(15).
021900     05  FILLER                  PIC X(08) VALUE "  SCHED ".
022000     05  WS-CL-SCHED             PIC 9(04).
022100     05  FILLER                  PIC X(07) VALUE "  LATE ".
022200     05  WS-CL-PCT               PIC ZZ9.9.
022300     05  FILLER                  PIC X(12) VALUE "%  AVG LATE ".
022400     05  WS-CL-AVG               PIC ZZ9.9.
022500 01  WS-TOTAL-LINE.
022600     05  FILLER                  PIC X(02) VALUE SPACES.
022700     05  WS-TOT-MATCHED          PIC ZZZZ9.
022800     05  FILLER                  PIC X(22) VALUE
022900         " ARRIVAL(S) MATCHED, ".
023000     05  WS-TOT-REJECTED         PIC ZZZZ9.
023100     05  FILLER                  PIC X(13) VALUE " REJECTED, ".
023200     05  WS-TOT-CHRONIC          PIC ZZ9.
023300     05  FILLER                  PIC X(25) VALUE
023400         " CHRONICALLY LATE STOP(S)".
023500*----------------------------------------------------------------
023600* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
023700*----------------------------------------------------------------
023800 COPY "auditparm.cpy".
023900*----------------------------------------------------------------
024000* CALL INTERFACE TO THE SHARED REJECT-LOG SUBPROGRAM
024100*----------------------------------------------------------------
024200 COPY "rejparm.cpy".
024300*----------------------------------------------------------------
024400* CALL INTERFACE TO THE SHARED DATE-VALIDATION SUBPROGRAM
024500*----------------------------------------------------------------
024600 COPY "dvalparm.cpy".
024700 PROCEDURE DIVISION.
024800*----------------------------------------------------------------
024900 0000-MAINLINE.
025000*----------------------------------------------------------------
025100     MOVE "L10OTP" TO AUDIT-PROGRAM-NAME.
025200     MOVE SPACES TO AUDIT-USER-ID.
025300     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
025400     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
025500
025600     OPEN INPUT arrival-file.
025700     IF arrival-file-status NOT = "00"
025800         DISPLAY "L10.ARR is missing - no arrivals to measure"
025900         CLOSE arrival-file
026000         MOVE 8 TO WS-FINAL-RETURN-CODE
026100         GO TO 0000-WRAP-UP
026200     END-IF.
026300     CLOSE arrival-file.
026400     PERFORM 1000-GET-WINDOW
026500         THRU 1000-GET-WINDOW-EXIT.
026600     PERFORM 1100-LOAD-ROUTE-NAMES
026700         THRU 1100-LOAD-ROUTE-NAMES-EXIT.
026800     PERFORM 1200-LOAD-SCHEDULE
026900         THRU 1200-LOAD-SCHEDULE-EXIT.
027000     IF WS-STP-COUNT = ZERO
027100         DISPLAY "L10.STP is missing or empty - no schedule to "
027200             "measure against"
027300         MOVE 8 TO WS-FINAL-RETURN-CODE
027400         GO TO 0000-WRAP-UP
027500     END-IF.
027600
027700     PERFORM 2000-MATCH-ARRIVALS
027800         THRU 2000-MATCH-ARRIVALS-EXIT.
027900     PERFORM 3000-WRITE-OTP-REPORT
028000         THRU 3000-WRITE-OTP-REPORT-EXIT.
028100     IF WS-ARRIVALS-REJECTED NOT = ZERO
028200         MOVE 4 TO WS-FINAL-RETURN-CODE
028300     END-IF.
028400
028500 0000-WRAP-UP.
028600     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
028700     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
028800     MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
028900     MOVE WS-LINES-WRITTEN TO AUDIT-RECORDS-WRITTEN.
029000     CALL "AUDITLOG" USING AUDIT-PARM.
029100*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
029200     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
029300     STOP RUN.
029400*----------------------------------------------------------------
029500 1000-GET-WINDOW.
029600*    L10OTP.PRM, WHEN PRESENT, OVERRIDES THE DEFAULT WINDOW OF 1
029700*    MINUTE EARLY TO 5 MINUTES LATE AND THE DEFAULT CHRONIC TEST
029800*    OF LATE 20% OF THE TIME OVER AT LEAST 5 ARRIVALS.
029900*----------------------------------------------------------------
030000     OPEN INPUT otp-prm-file.
030100     IF otp-prm-file-status = "00"
030200         READ otp-prm-file
030300             AT END
030400                 CONTINUE
030500             NOT AT END
030600                 IF otp-prm-record NUMERIC
030700                     MOVE otp-early-minutes TO WS-EARLY-MINUTES
030800                     MOVE otp-late-minutes TO WS-LATE-MINUTES
030900                     MOVE otp-chronic-pct TO WS-CHRONIC-PCT
031000                     MOVE otp-chronic-min-obs
031100                         TO WS-CHRONIC-MIN-OBS
031200                     DISPLAY "On-time window read from L10OTP.PRM"
031300                 END-IF
031400         END-READ
031500     END-IF.
031600     CLOSE otp-prm-file.
031700 1000-GET-WINDOW-EXIT.
031800     EXIT.
031900*----------------------------------------------------------------
032000 1100-LOAD-ROUTE-NAMES.
032100*    ROUTE NAMES OFF THE MASTER FOR THE REPORT HEADINGS.
032200*----------------------------------------------------------------
032300     OPEN INPUT route-file.
032400     IF route-file-status NOT = "00"
032500         DISPLAY "WARNING - L10.in not found, routes appear as "
032600             "numbers only"
032700         CLOSE route-file
032800         GO TO 1100-LOAD-ROUTE-NAMES-EXIT
032900     END-IF.
033000     PERFORM FOREVER
033100         READ route-file
033200             AT END
033300             EXIT PERFORM
033400         END-READ
033500         IF trailer-literalI NOT = "TRAILER"
033600             AND WS-RTE-COUNT < 100
033700             ADD 1 TO WS-RTE-COUNT
033800             MOVE line-numberI TO WS-RTE-NUMBER(WS-RTE-COUNT)
033900             MOVE line-nameI TO WS-RTE-NAME(WS-RTE-COUNT)
034000         END-IF
034100     END-PERFORM.
034200     CLOSE route-file.
034300 1100-LOAD-ROUTE-NAMES-EXIT.
034400     EXIT.
034500*----------------------------------------------------------------
034600 1200-LOAD-SCHEDULE.
034700*    THE SCHEDULED STOPS IN LINE AND SEQUENCE ORDER, SO THE
034800*    REPORT COMES OUT THE WAY THE DISPATCH SHEET READS.
034900*----------------------------------------------------------------
035000     OPEN INPUT stop-file.
035100     IF stop-file-status NOT = "00"
035200         CLOSE stop-file
035300         GO TO 1200-LOAD-SCHEDULE-EXIT
035400     END-IF.
035500     CLOSE stop-file.
035600     SORT stop-work-file
035700         ON ASCENDING KEY stop-lineW
035800         ON ASCENDING KEY stop-seqW
035900         USING stop-file
036000         GIVING stop-sorted-file.
036100     OPEN INPUT stop-sorted-file.
036200     PERFORM FOREVER
036300         READ stop-sorted-file
036400             AT END
036500             EXIT PERFORM
036600         END-READ
036700         IF WS-STP-COUNT < 500
036800             ADD 1 TO WS-STP-COUNT
036900             MOVE stop-line TO WS-STP-LINE(WS-STP-COUNT)
037000             MOVE stop-seq TO WS-STP-SEQ(WS-STP-COUNT)
037100             MOVE stop-name TO WS-STP-NAME(WS-STP-COUNT)
037200             MOVE stop-time TO WS-STP-TIME(WS-STP-COUNT)
037300             MOVE ZERO TO WS-STP-EARLY(WS-STP-COUNT)
037400             MOVE ZERO TO WS-STP-ON-TIME(WS-STP-COUNT)
037500             MOVE ZERO TO WS-STP-LATE(WS-STP-COUNT)
037600             MOVE ZERO TO WS-STP-LATE-MINUTES(WS-STP-COUNT)
037700             MOVE "N" TO WS-STP-CHRONIC-SW(WS-STP-COUNT)
037800         ELSE
037900             DISPLAY "WARNING - stop table full, line "
038000                 stop-line " seq " stop-seq " not measured"
038100         END-IF
038200     END-PERFORM.
038300     CLOSE stop-sorted-file.
038400 1200-LOAD-SCHEDULE-EXIT.
038500     EXIT.
038600*----------------------------------------------------------------
038700 2000-MATCH-ARRIVALS.
038800*----------------------------------------------------------------
038900     OPEN INPUT arrival-file.
039000     PERFORM FOREVER
039100         READ arrival-file
039200             AT END
039300             EXIT PERFORM
039400         END-READ
039500         ADD 1 TO WS-RECORDS-READ
039600         PERFORM 2100-MATCH-ONE-ARRIVAL
039700             THRU 2100-MATCH-ONE-ARRIVAL-EXIT
039800     END-PERFORM.
039900     CLOSE arrival-file.
040000     DISPLAY WS-ARRIVALS-MATCHED " arrival(s) matched, "
040100         WS-ARRIVALS-REJECTED " rejected".
040200 2000-MATCH-ARRIVALS-EXIT.
040300     EXIT.
040400*----------------------------------------------------------------
040500 2100-MATCH-ONE-ARRIVAL.
040600*    FIND THE SCHEDULED STOP, PROVE THE DATE AND THE TIME, AND
040700*    FILE THE ARRIVAL AS EARLY, ON TIME OR LATE.
040800*----------------------------------------------------------------
040900     MOVE ZERO TO WS-STP-HIT.
041000     PERFORM 2110-FIND-ONE-STOP
041100         THRU 2110-FIND-ONE-STOP-EXIT
041200         VARYING WS-STP-SUB FROM 1 BY 1
041300         UNTIL WS-STP-SUB > WS-STP-COUNT
041400         OR WS-STP-HIT NOT = ZERO.
041500     IF WS-STP-HIT = ZERO
041600         MOVE "NSTP" TO REJ-REASON-CODE
041700         MOVE "Arrival at a stop not on L10.STP"
041800             TO REJ-REASON-TEXT
041900         PERFORM 2900-REJECT-ONE-ARRIVAL
042000             THRU 2900-REJECT-ONE-ARRIVAL-EXIT
042100         GO TO 2100-MATCH-ONE-ARRIVAL-EXIT
042200     END-IF.
042300     SET DVAL-IS-NOT-VALID TO TRUE.
042400     IF arr-dateI NUMERIC
042500         MOVE arr-dateI TO DVAL-DATE
042600         CALL "DATEVAL" USING DVAL-PARM
042700     END-IF.
042800     IF DVAL-IS-NOT-VALID
042900         MOVE "BDAT" TO REJ-REASON-CODE
043000         MOVE "Invalid arrival date"
043100             TO REJ-REASON-TEXT
043200         PERFORM 2900-REJECT-ONE-ARRIVAL
043300             THRU 2900-REJECT-ONE-ARRIVAL-EXIT
043400         GO TO 2100-MATCH-ONE-ARRIVAL-EXIT
043500     END-IF.
043600     MOVE arr-timeI TO WS-TIME-WORK.
043700     IF arr-timeI NOT NUMERIC
043800         OR WS-TIME-HH > 23
043900         OR WS-TIME-MM > 59
044000         MOVE "BTIM" TO REJ-REASON-CODE
044100         MOVE "Invalid arrival time"
044200             TO REJ-REASON-TEXT
044300         PERFORM 2900-REJECT-ONE-ARRIVAL
044400             THRU 2900-REJECT-ONE-ARRIVAL-EXIT
044500         GO TO 2100-MATCH-ONE-ARRIVAL-EXIT
044600     END-IF.
044700     COMPUTE WS-ACTUAL-MINUTES = (WS-TIME-HH * 60) + WS-TIME-MM.
044800     MOVE WS-STP-TIME(WS-STP-HIT) TO WS-TIME-WORK.
044900     COMPUTE WS-SCHED-MINUTES = (WS-TIME-HH * 60) + WS-TIME-MM.
045000     COMPUTE WS-DEVIATION = WS-ACTUAL-MINUTES - WS-SCHED-MINUTES.
045100     IF WS-DEVIATION > 720
045200         SUBTRACT 1440 FROM WS-DEVIATION
045300     END-IF.
045400     IF WS-DEVIATION < -720
045500         ADD 1440 TO WS-DEVIATION
045600     END-IF.
045700     EVALUATE TRUE
045800         WHEN WS-DEVIATION < ZERO - WS-EARLY-MINUTES
045900             ADD 1 TO WS-STP-EARLY(WS-STP-HIT)
046000         WHEN WS-DEVIATION > WS-LATE-MINUTES
046100             ADD 1 TO WS-STP-LATE(WS-STP-HIT)
046200             ADD WS-DEVIATION TO WS-STP-LATE-MINUTES(WS-STP-HIT)
046300         WHEN OTHER
046400             ADD 1 TO WS-STP-ON-TIME(WS-STP-HIT)
046500     END-EVALUATE.
046600     ADD 1 TO WS-ARRIVALS-MATCHED.
046700     IF arr-dateI < WS-FIRST-DATE
046800         MOVE arr-dateI TO WS-FIRST-DATE
046900     END-IF.
047000     IF arr-dateI > WS-LAST-DATE
047100         MOVE arr-dateI TO WS-LAST-DATE
047200     END-IF.
047300 2100-MATCH-ONE-ARRIVAL-EXIT.
047400     EXIT.
047500*----------------------------------------------------------------
047600 2110-FIND-ONE-STOP.
047700*----------------------------------------------------------------
047800     IF WS-STP-LINE(WS-STP-SUB) = arr-lineI
047900         AND WS-STP-SEQ(WS-STP-SUB) = arr-seqI
048000         MOVE WS-STP-SUB TO WS-STP-HIT
048100     END-IF.
048200 2110-FIND-ONE-STOP-EXIT.
048300     EXIT.
048400*----------------------------------------------------------------
048500 2900-REJECT-ONE-ARRIVAL.
048600*    LOG THE BAD ARRIVAL TO THE SHOP-WIDE REJECT.LOG; IT DOES NOT
048700*    COUNT TOWARD ANY STOP.
048800*----------------------------------------------------------------
048900     DISPLAY "** BAD ARRIVAL (" REJ-REASON-CODE ") LINE "
049000         arr-lineI " SEQ " arr-seqI " DATE " arr-dateI " **".
049100     MOVE "L10OTP" TO REJ-PROGRAM-NAME.
049200     MOVE SPACES   TO REJ-RECORD-KEY.
049300     STRING arr-lineI "/" arr-seqI "/" arr-dateI
049400         DELIMITED BY SIZE
049500         INTO REJ-RECORD-KEY.
049600     CALL "REJECTLOG" USING REJECT-PARM.
049700     ADD 1 TO WS-ARRIVALS-REJECTED.
049800 2900-REJECT-ONE-ARRIVAL-EXIT.
049900     EXIT.
050000*----------------------------------------------------------------
050100 3000-WRITE-OTP-REPORT.
050200*    ONE BLOCK PER ROUTE - A LINE PER STOP AND THE ROUTE TOTAL -
050300*    THEN THE CHRONICALLY LATE STOPS GATHERED AT THE END.
050400*----------------------------------------------------------------
050500     IF WS-ARRIVALS-MATCHED = ZERO
050600         MOVE ZERO TO WS-FIRST-DATE
050700     END-IF.
050800     OPEN OUTPUT otp-file.
050900     MOVE WS-FIRST-DATE TO WS-TL-FIRST.
051000     MOVE WS-LAST-DATE TO WS-TL-LAST.
051100     MOVE WS-TITLE-LINE TO otp-line.
051200     PERFORM 3900-WRITE-LINE THRU 3900-WRITE-LINE-EXIT.
051300     MOVE WS-EARLY-MINUTES TO WS-WL-EARLY.
051400     MOVE WS-LATE-MINUTES TO WS-WL-LATE.
051500     MOVE WS-CHRONIC-PCT TO WS-WL-PCT.
051600     MOVE WS-CHRONIC-MIN-OBS TO WS-WL-OBS.
051700     MOVE WS-WINDOW-LINE TO otp-line.
051800     PERFORM 3900-WRITE-LINE THRU 3900-WRITE-LINE-EXIT.
051900     MOVE 999 TO WS-PREV-LINE.
052000     PERFORM 3100-WRITE-ONE-STOP
052100         THRU 3100-WRITE-ONE-STOP-EXIT
052200         VARYING WS-STP-SUB FROM 1 BY 1
052300         UNTIL WS-STP-SUB > WS-STP-COUNT.
052400     IF WS-PREV-LINE NOT = 999
052500         PERFORM 3300-WRITE-ROUTE-TOTAL
052600             THRU 3300-WRITE-ROUTE-TOTAL-EXIT
052700     END-IF.
052800
052900     MOVE SPACES TO otp-line.
053000     PERFORM 3900-WRITE-LINE THRU 3900-WRITE-LINE-EXIT.
053100     MOVE "CHRONICALLY LATE STOPS - RETIME THROUGH L10STP"
053200         TO otp-line.
053300     PERFORM 3900-WRITE-LINE THRU 3900-WRITE-LINE-EXIT.
053400     PERFORM 3400-LIST-ONE-CHRONIC
053500         THRU 3400-LIST-ONE-CHRONIC-EXIT
053600         VARYING WS-STP-SUB FROM 1 BY 1
053700         UNTIL WS-STP-SUB > WS-STP-COUNT.
053800     IF WS-CHRONIC-COUNT = ZERO
053900         MOVE "  (none)" TO otp-line
054000         PERFORM 3900-WRITE-LINE THRU 3900-WRITE-LINE-EXIT
054100     END-IF.
054200     MOVE SPACES TO otp-line.
054300     PERFORM 3900-WRITE-LINE THRU 3900-WRITE-LINE-EXIT.
054400     MOVE WS-ARRIVALS-MATCHED TO WS-TOT-MATCHED.
054500     MOVE WS-ARRIVALS-REJECTED TO WS-TOT-REJECTED.
054600     MOVE WS-CHRONIC-COUNT TO WS-TOT-CHRONIC.
054700     MOVE WS-TOTAL-LINE TO otp-line.
054800     PERFORM 3900-WRITE-LINE THRU 3900-WRITE-LINE-EXIT.
054900     CLOSE otp-file.
055000     DISPLAY WS-CHRONIC-COUNT " chronically late stop(s) - "
055100         "report in L10.OTP".
055200 3000-WRITE-OTP-REPORT-EXIT.
055300     EXIT.
055400*----------------------------------------------------------------
055500 3100-WRITE-ONE-STOP.
055600*----------------------------------------------------------------
055700     IF WS-STP-LINE(WS-STP-SUB) NOT = WS-PREV-LINE
055800         IF WS-PREV-LINE NOT = 999
055900             PERFORM 3300-WRITE-ROUTE-TOTAL
056000                 THRU 3300-WRITE-ROUTE-TOTAL-EXIT
056100         END-IF
056200         PERFORM 3200-WRITE-ROUTE-HEADING
056300             THRU 3200-WRITE-ROUTE-HEADING-EXIT
056400     END-IF.
056500     MOVE WS-STP-EARLY(WS-STP-SUB) TO WS-CALC-EARLY.
056600     MOVE WS-STP-ON-TIME(WS-STP-SUB) TO WS-CALC-ON-TIME.
056700     MOVE WS-STP-LATE(WS-STP-SUB) TO WS-CALC-LATE.
056800     MOVE WS-STP-LATE-MINUTES(WS-STP-SUB) TO WS-CALC-LATE-MINUTES.
056900     ADD WS-CALC-EARLY TO WS-RTE-EARLY.
057000     ADD WS-CALC-ON-TIME TO WS-RTE-ON-TIME.
057100     ADD WS-CALC-LATE TO WS-RTE-LATE.
057200     ADD WS-CALC-LATE-MINUTES TO WS-RTE-LATE-MINUTES.
057300     PERFORM 3500-FILL-STATISTICS
057400         THRU 3500-FILL-STATISTICS-EXIT.
057500     MOVE WS-STP-SEQ(WS-STP-SUB) TO WS-DL-SEQ.
057600     MOVE WS-STP-NAME(WS-STP-SUB) TO WS-DL-NAME.
057700     MOVE WS-STP-TIME(WS-STP-SUB) TO WS-DL-SCHED.
057800     MOVE SPACES TO WS-DL-FLAG.
057900     IF WS-CALC-OBS NOT < WS-CHRONIC-MIN-OBS
058000         AND WS-CALC-OBS > ZERO
058100         AND WS-LATE-PCT NOT < WS-CHRONIC-PCT
058200         MOVE "** CHRONIC" TO WS-DL-FLAG
058300         MOVE "Y" TO WS-STP-CHRONIC-SW(WS-STP-SUB)
058400         ADD 1 TO WS-CHRONIC-COUNT
058500     END-IF.
058600     MOVE WS-DETAIL-LINE TO otp-line.
058700     PERFORM 3900-WRITE-LINE THRU 3900-WRITE-LINE-EXIT.
058800 3100-WRITE-ONE-STOP-EXIT.
058900     EXIT.
059000*----------------------------------------------------------------
059100 3200-WRITE-ROUTE-HEADING.
059200*----------------------------------------------------------------
059300     MOVE WS-STP-LINE(WS-STP-SUB) TO WS-PREV-LINE.
059400     MOVE ZERO TO WS-RTE-EARLY.
059500     MOVE ZERO TO WS-RTE-ON-TIME.
059600     MOVE ZERO TO WS-RTE-LATE.
059700     MOVE ZERO TO WS-RTE-LATE-MINUTES.
059800     MOVE ZERO TO WS-RTE-HIT.
059900     PERFORM 3210-FIND-ONE-ROUTE
060000         THRU 3210-FIND-ONE-ROUTE-EXIT
060100         VARYING WS-RTE-SUB FROM 1 BY 1
060200         UNTIL WS-RTE-SUB > WS-RTE-COUNT
060300         OR WS-RTE-HIT NOT = ZERO.
060400     MOVE SPACES TO otp-line.
060500     PERFORM 3900-WRITE-LINE THRU 3900-WRITE-LINE-EXIT.
060600     IF WS-RTE-HIT = ZERO
060700         STRING "ROUTE " DELIMITED BY SIZE
060800                WS-PREV-LINE DELIMITED BY SIZE
060900             INTO otp-line
061000     ELSE
061100         STRING "ROUTE " DELIMITED BY SIZE
061200                WS-PREV-LINE DELIMITED BY SIZE
061300                "  " DELIMITED BY SIZE
061400                WS-RTE-NAME(WS-RTE-HIT) DELIMITED BY SIZE
061500             INTO otp-line
061600     END-IF.
061700     PERFORM 3900-WRITE-LINE THRU 3900-WRITE-LINE-EXIT.
061800     MOVE WS-COLUMN-LINE TO otp-line.
061900     PERFORM 3900-WRITE-LINE THRU 3900-WRITE-LINE-EXIT.
062000 3200-WRITE-ROUTE-HEADING-EXIT.
062100     EXIT.
062200*----------------------------------------------------------------
062300 3210-FIND-ONE-ROUTE.
062400*----------------------------------------------------------------
062500     IF WS-RTE-NUMBER(WS-RTE-SUB) = WS-STP-LINE(WS-STP-SUB)
062600         MOVE WS-RTE-SUB TO WS-RTE-HIT
062700     END-IF.
062800 3210-FIND-ONE-ROUTE-EXIT.
062900     EXIT.
063000*----------------------------------------------------------------
063100 3300-WRITE-ROUTE-TOTAL.
063200*----------------------------------------------------------------
063300     MOVE WS-RTE-EARLY TO WS-CALC-EARLY.
063400     MOVE WS-RTE-ON-TIME TO WS-CALC-ON-TIME.
063500     MOVE WS-RTE-LATE TO WS-CALC-LATE.
063600     MOVE WS-RTE-LATE-MINUTES TO WS-CALC-LATE-MINUTES.
063700     PERFORM 3500-FILL-STATISTICS
063800         THRU 3500-FILL-STATISTICS-EXIT.
063900     MOVE ZERO TO WS-DL-SEQ.
064000     MOVE "ROUTE TOTAL" TO WS-DL-NAME.
064100     MOVE SPACES TO WS-DL-SCHED.
064200     MOVE SPACES TO WS-DL-FLAG.
064300     MOVE WS-DETAIL-LINE TO otp-line.
064400     MOVE SPACES TO otp-line(1:3).
064500     PERFORM 3900-WRITE-LINE THRU 3900-WRITE-LINE-EXIT.
064600 3300-WRITE-ROUTE-TOTAL-EXIT.
064700     EXIT.
064800*----------------------------------------------------------------
064900 3400-LIST-ONE-CHRONIC.
065000*----------------------------------------------------------------
065100     IF WS-STP-CHRONIC-SW(WS-STP-SUB) NOT = "Y"
065200         GO TO 3400-LIST-ONE-CHRONIC-EXIT
065300     END-IF.
065400     MOVE WS-STP-EARLY(WS-STP-SUB) TO WS-CALC-EARLY.
065500     MOVE WS-STP-ON-TIME(WS-STP-SUB) TO WS-CALC-ON-TIME.
065600     MOVE WS-STP-LATE(WS-STP-SUB) TO WS-CALC-LATE.
065700     MOVE WS-STP-LATE-MINUTES(WS-STP-SUB) TO WS-CALC-LATE-MINUTES.
065800     PERFORM 3500-FILL-STATISTICS
065900         THRU 3500-FILL-STATISTICS-EXIT.
066000     MOVE WS-STP-LINE(WS-STP-SUB) TO WS-CL-LINE.
066100     MOVE WS-STP-SEQ(WS-STP-SUB) TO WS-CL-SEQ.
066200     MOVE WS-STP-NAME(WS-STP-SUB) TO WS-CL-NAME.
066300     MOVE WS-STP-TIME(WS-STP-SUB) TO WS-CL-SCHED.
066400     MOVE WS-LATE-PCT TO WS-CL-PCT.
066500     MOVE WS-AVG-WORK TO WS-CL-AVG.
066600     MOVE WS-CHRONIC-LINE TO otp-line.
066700     PERFORM 3900-WRITE-LINE THRU 3900-WRITE-LINE-EXIT.
066800 3400-LIST-ONE-CHRONIC-EXIT.
066900     EXIT.
067000*----------------------------------------------------------------
067100 3500-FILL-STATISTICS.
067200*    WS-CALC-EARLY / ON-TIME / LATE / LATE-MINUTES IN; THE
067300*    COUNT, THE THREE PERCENTAGES AND THE AVERAGE MINUTES LATE
067400*    (OVER THE LATE ARRIVALS) OUT ON THE DETAIL LINE, AND
067500*    WS-LATE-PCT FOR THE CHRONIC TEST.
067600*----------------------------------------------------------------
067700     COMPUTE WS-CALC-OBS =
067800         WS-CALC-EARLY + WS-CALC-ON-TIME + WS-CALC-LATE.
067900     MOVE WS-CALC-OBS TO WS-DL-OBS.
068000     IF WS-CALC-OBS = ZERO
068100         MOVE ZERO TO WS-LATE-PCT
068200         MOVE ZERO TO WS-DL-EARLY-PCT
068300         MOVE ZERO TO WS-DL-ON-TIME-PCT
068400         MOVE ZERO TO WS-DL-LATE-PCT
068500         MOVE ZERO TO WS-DL-AVG-LATE
068600         GO TO 3500-FILL-STATISTICS-EXIT
068700     END-IF.
068800     COMPUTE WS-PCT-WORK ROUNDED =
068900         WS-CALC-EARLY * 100 / WS-CALC-OBS.
069000     MOVE WS-PCT-WORK TO WS-DL-EARLY-PCT.
069100     COMPUTE WS-PCT-WORK ROUNDED =
069200         WS-CALC-ON-TIME * 100 / WS-CALC-OBS.
069300     MOVE WS-PCT-WORK TO WS-DL-ON-TIME-PCT.
069400     COMPUTE WS-LATE-PCT ROUNDED =
069500         WS-CALC-LATE * 100 / WS-CALC-OBS.
069600     MOVE WS-LATE-PCT TO WS-DL-LATE-PCT.
069700     IF WS-CALC-LATE = ZERO
069800         MOVE ZERO TO WS-AVG-WORK
069900     ELSE
070000         COMPUTE WS-AVG-WORK ROUNDED =
070100             WS-CALC-LATE-MINUTES / WS-CALC-LATE
070200     END-IF.
070300     MOVE WS-AVG-WORK TO WS-DL-AVG-LATE.
070400 3500-FILL-STATISTICS-EXIT.
070500     EXIT.
070600*----------------------------------------------------------------
070700 3900-WRITE-LINE.
070800*----------------------------------------------------------------
070900     WRITE otp-line.
071000     ADD 1 TO WS-LINES-WRITTEN.
071100 3900-WRITE-LINE-EXIT.
071200     EXIT.
