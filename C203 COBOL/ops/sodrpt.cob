000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SODRPT.
000300 AUTHOR.        D. LEHMAN.
000400 INSTALLATION.  SHOP-WIDE - OPERATIONS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026  DL  INITIAL VERSION. SEPARATION-OF-DUTIES
001100*                 EXCEPTION REPORT, RUN AT MONTH-END BEFORE
001200*                 LOGROTAT CLOSES THE MONTH'S AUDIT.LOG. EVERY
001300*                 APPROVAL LOGGED THIS MONTH - A LAB25APR RELEASE,
001400*                 A LAB30WOF WRITE-OFF, A LAB30ENT CREDIT-LIMIT
001500*                 OVERRIDE - IS PAIRED WITH THE EVENT THAT CREATED
001600*                 THE ITEM (HELLO1 HOLDING THE REQUISITION,
001700*                 LAB30ENT KEYING THE LOAN), FOUND IN AUDIT.LOG OR
001800*                 THE AUDIT.YYYYMM GENERATIONS OF THE PAST YEAR.
001900*                 ANY PAIR WHERE ONE OPERATOR ID DID BOTH GOES ON
002000*                 SODRPT.RPT AND ENDS THE STEP WITH CONDITION
002100*                 CODE 4.
002200*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT OPTIONAL auditFile ASSIGN USING WS-SCAN-FILE-NAME
002700         ORGANIZATION LINE SEQUENTIAL
002800         FILE STATUS IS auditFileStatus.
002900     SELECT reportFile ASSIGN TO "SODRPT.RPT"
003000         ORGANIZATION LINE SEQUENTIAL.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  auditFile.
003400 01  auditRecord                 PIC X(93).
003500 FD  reportFile.
003600 01  reportRecord                PIC X(70).
003700 WORKING-STORAGE SECTION.
003800*----------------------------------------------------------------
003900* FILE STATUS, COUNTERS, AND SWITCHES
004000*----------------------------------------------------------------
004100 01  auditFileStatus             PIC X(02).
004200 01  WS-SCAN-FILE-NAME           PIC X(13).
004300 01  WS-FINAL-RETURN-CODE        PIC 9(01) VALUE ZERO.
004400 01  WS-TODAY                    PIC 9(08).
004500 01  WS-FILES-READ               PIC 9(03) COMP VALUE ZERO.
004600 01  WS-APPROVALS-CHECKED        PIC 9(07) VALUE ZERO.
004700 01  WS-EXCEPTION-COUNT          PIC 9(07) VALUE ZERO.
004800 01  WS-SCAN-PASS-SW             PIC X(01) VALUE "L".
004900     88  LOADING-CREATIONS               VALUE "L".
005000     88  CHECKING-APPROVALS              VALUE "C".
005100 01  WS-AUDIT-LOG-SW             PIC X(01) VALUE "N".
005200     88  AUDIT-LOG-FOUND                 VALUE "Y".
005300     88  AUDIT-LOG-MISSING               VALUE "N".
005400 01  WS-TABLE-FULL-SW            PIC X(01) VALUE "N".
005500     88  CREATION-TABLE-FULL             VALUE "Y".
005600 01  WS-CREATION-SW              PIC X(01).
005700     88  CREATION-FOUND                  VALUE "Y".
005800     88  CREATION-NOT-FOUND              VALUE "N".
005900*----------------------------------------------------------------
006000* ONE AUDIT.LOG LINE AS AUDITLOG WRITES IT. THE PER-EVENT LINES
006100* CARRY THE ITEM KEY IN RECORDS-READ AND 1/0 IN RECORDS-WRITTEN.
006200*----------------------------------------------------------------
006300 01  WS-AUDIT-LINE.
006400     05  WS-AUD-NAME             PIC X(08).
006500     05  FILLER                  PIC X(07).
006600     05  WS-AUD-START-DATE       PIC 9(08).
006700     05  FILLER                  PIC X(01).
006800     05  WS-AUD-START-TIME       PIC 9(06).
006900     05  FILLER                  PIC X(05).
007000     05  WS-AUD-END-DATE         PIC 9(08).
007100     05  FILLER                  PIC X(01).
007200     05  WS-AUD-END-TIME         PIC 9(06).
007300     05  FILLER                  PIC X(06).
007400     05  WS-AUD-READ             PIC 9(07).
007500     05  FILLER                  PIC X(09).
007600     05  WS-AUD-WRITTEN          PIC 9(07).
007700     05  FILLER                  PIC X(06).
007800     05  WS-AUD-USER             PIC X(08).
007900*----------------------------------------------------------------
008000* GENERATION MONTH WALK - THE SAME MONTH A YEAR AGO THROUGH THIS
008100* MONTH, THE DEFAULT LOGROTAT RETENTION.
008200*----------------------------------------------------------------
008300 01  WS-SCAN-MONTH               PIC 9(06).
008400 01  WS-SCAN-MONTH-R REDEFINES WS-SCAN-MONTH.
008500     05  WS-SCAN-YYYY            PIC 9(04).
008600     05  WS-SCAN-MM              PIC 9(02).
008700 01  WS-LAST-MONTH               PIC 9(06).
008800*----------------------------------------------------------------
008900* CREATION EVENTS - ITEM TYPE (R REQUISITION, L LOAN) AND KEY,
009000* WITH THE OPERATOR WHO CREATED IT. A KEY LOGGED AGAIN (A LOAN
009100* NUMBER REUSED AFTER PAYOFF) KEEPS THE LATEST CREATOR.
009200*----------------------------------------------------------------
009300 78  SODRPT-MAX-CREATIONS        VALUE 3000.
009400 01  WS-CREATION-COUNT           PIC 9(04) COMP VALUE ZERO.
009500 01  WS-CRT-SUB                  PIC 9(04) COMP.
009600 01  WS-CRT-HIT                  PIC 9(04) COMP.
009700 01  WS-CREATION-TABLE.
009800     05  WS-CREATION-ENTRY OCCURS SODRPT-MAX-CREATIONS TIMES.
009900         10  WS-CRT-TYPE         PIC X(01).
010000         10  WS-CRT-KEY          PIC 9(07).
010100         10  WS-CRT-USER         PIC X(08).
010200         10  WS-CRT-DATE         PIC 9(08).
010300 01  WS-EVENT-TYPE               PIC X(01).
010400 01  WS-EVENT-ACTION             PIC X(10).
010500 01  WS-LOAN-KEY                 PIC 9(07).
010600 01  WS-LOAN-KEY-R REDEFINES WS-LOAN-KEY.
010700     05  FILLER                  PIC 9(01).
010800     05  WS-LOAN-KEY-FACULTY     PIC 9(03).
010900     05  WS-LOAN-KEY-LOAN        PIC 9(03).
011000*----------------------------------------------------------------
011100* REPORT LINES
011200*----------------------------------------------------------------
011300 01  WS-SOD-HEADING.
011400     05  FILLER                  PIC X(21)
011500         VALUE "  ITEM        KEY    ".
011600     05  FILLER                  PIC X(20)
011700         VALUE " APPROVAL   OPERATOR".
011800     05  FILLER                  PIC X(18)
011900         VALUE " CREATED  APPROVED".
012000 01  WS-SOD-DETAIL.
012100     05  FILLER                  PIC X(02) VALUE SPACES.
012200     05  WS-SDR-ITEM             PIC X(11).
012300     05  FILLER                  PIC X(01) VALUE SPACES.
012400     05  WS-SDR-KEY              PIC X(07).
012500     05  FILLER                  PIC X(01) VALUE SPACES.
012600     05  WS-SDR-ACTION           PIC X(10).
012700     05  FILLER                  PIC X(01) VALUE SPACES.
012800     05  WS-SDR-OPERATOR         PIC X(08).
012900     05  FILLER                  PIC X(01) VALUE SPACES.
013000     05  WS-SDR-CREATED          PIC 9(08).
013100     05  FILLER                  PIC X(01) VALUE SPACES.
013200     05  WS-SDR-APPROVED         PIC 9(08).
013300 01  WS-SDR-LOAN-KEY.
013400     05  WS-SDR-LOAN-FACULTY     PIC 9(03).
013500     05  FILLER                  PIC X(01) VALUE "-".
013600     05  WS-SDR-LOAN-ID          PIC 9(03).
013700*----------------------------------------------------------------
013800* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
013900*----------------------------------------------------------------
014000 COPY "auditparm.cpy".
014100*----------------------------------------------------------------
014200* CALL INTERFACE TO THE SHARED RUN-STATUS SUBPROGRAM
014300*----------------------------------------------------------------
014400 COPY "rstparm.cpy".
014500 PROCEDURE DIVISION.
014600*----------------------------------------------------------------
014700 0000-MAINLINE.
014800*----------------------------------------------------------------
014900     PERFORM 0100-CHECK-STEP-RESTART
015000         THRU 0100-CHECK-STEP-RESTART-EXIT.
015100     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
015200     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
015300     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
015400
015500     OPEN OUTPUT reportFile.
015600     MOVE SPACES TO reportRecord.
015700     STRING "SEPARATION OF DUTIES EXCEPTIONS - APPROVALS "
015800            DELIMITED BY SIZE
015900            "LOGGED THROUGH " DELIMITED BY SIZE
016000            WS-TODAY DELIMITED BY SIZE
016100         INTO reportRecord.
016200     WRITE reportRecord.
016300     MOVE WS-SOD-HEADING TO reportRecord.
016400     WRITE reportRecord.
016500
016600*    FIRST EVERY CREATION EVENT STILL ON FILE, OLDEST FIRST.
016700     SET LOADING-CREATIONS TO TRUE.
016800     MOVE WS-TODAY(1:6) TO WS-SCAN-MONTH.
016900     MOVE WS-SCAN-MONTH TO WS-LAST-MONTH.
017000     SUBTRACT 1 FROM WS-SCAN-YYYY.
017100     PERFORM 1000-SCAN-ONE-GENERATION
017200         THRU 1000-SCAN-ONE-GENERATION-EXIT
017300         UNTIL WS-SCAN-MONTH > WS-LAST-MONTH.
017400     MOVE "AUDIT.LOG" TO WS-SCAN-FILE-NAME.
017500     PERFORM 2000-SCAN-ONE-FILE
017600         THRU 2000-SCAN-ONE-FILE-EXIT.
017700
017800*    THEN THE MONTH'S APPROVALS - ONLY AUDIT.LOG, WHICH HOLDS
017900*    EVERYTHING SINCE THE LAST MONTH-END CLOSED THE PREVIOUS ONE.
018000     SET CHECKING-APPROVALS TO TRUE.
018100     PERFORM 2000-SCAN-ONE-FILE
018200         THRU 2000-SCAN-ONE-FILE-EXIT.
018300
018400     IF AUDIT-LOG-MISSING
018500         MOVE "  (AUDIT.LOG NOT FOUND - NO APPROVALS CHECKED)"
018600             TO reportRecord
018700         WRITE reportRecord
018800         DISPLAY "** AUDIT.LOG NOT FOUND - NO APPROVALS "
018900             "CHECKED **"
019000         MOVE 4 TO WS-FINAL-RETURN-CODE
019100     ELSE
019200         IF WS-EXCEPTION-COUNT = ZERO
019300             MOVE "  (no exceptions)" TO reportRecord
019400             WRITE reportRecord
019500         END-IF
019600     END-IF.
019700     MOVE SPACES TO reportRecord.
019800     STRING WS-APPROVALS-CHECKED DELIMITED BY SIZE
019900            " APPROVAL(S) CHECKED, " DELIMITED BY SIZE
020000            WS-EXCEPTION-COUNT DELIMITED BY SIZE
020100            " EXCEPTION(S)" DELIMITED BY SIZE
020200         INTO reportRecord.
020300     WRITE reportRecord.
020400     CLOSE reportFile.
020500
020600     DISPLAY WS-APPROVALS-CHECKED " approval(s) checked against "
020700         WS-CREATION-COUNT " creation event(s) in " WS-FILES-READ
020800         " audit file(s)".
020900     DISPLAY WS-EXCEPTION-COUNT
021000         " separation-of-duties exception(s) on SODRPT.RPT".
021100     IF WS-EXCEPTION-COUNT > ZERO
021200         MOVE 4 TO WS-FINAL-RETURN-CODE
021300     END-IF.
021400     IF CREATION-TABLE-FULL
021500         DISPLAY "** CREATION TABLE FULL AT " SODRPT-MAX-CREATIONS
021600             " - OLDER ITEMS MAY BE MISSED **"
021700         MOVE 4 TO WS-FINAL-RETURN-CODE
021800     END-IF.
021900
022000     MOVE "SODRPT" TO AUDIT-PROGRAM-NAME.
022100     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
022200     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-END-TIME.
022300     MOVE WS-APPROVALS-CHECKED TO AUDIT-RECORDS-READ.
022400     MOVE WS-EXCEPTION-COUNT TO AUDIT-RECORDS-WRITTEN.
022500     MOVE SPACES TO AUDIT-USER-ID.
022600     CALL "AUDITLOG" USING AUDIT-PARM.
022700*    THE REPORT IS WRITTEN WHATEVER IT FOUND, AND A RERUN AFTER
022800*    LOGROTAT WOULD FIND AUDIT.LOG EMPTY - SO THE STEP IS ALWAYS
022900*    RECORDED COMPLETE.
023000     PERFORM 9100-RECORD-STEP-COMPLETE
023100         THRU 9100-RECORD-STEP-COMPLETE-EXIT.
023200*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
023300     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
023400     STOP RUN.
023500*----------------------------------------------------------------
023600 0100-CHECK-STEP-RESTART.
023700*    ON A RESTART SUBMIT (THE JOB'S .RST NAMES TODAY) A STEP THAT
023800*    ALREADY COMPLETED TONIGHT SKIPS ITSELF, SO THE CHAIN
023900*    RESUMES AT THE FIRST INCOMPLETE STEP INSTEAD OF REDOING
024000*    FINISHED WORK. A NORMAL SUBMIT NEVER SKIPS.
024100*----------------------------------------------------------------
024200     SET RSTAT-SHOULD-SKIP TO TRUE.
024300     MOVE FUNCTION CURRENT-DATE(1:8) TO RSTAT-BUSINESS-DATE.
024400     MOVE "SODRPT" TO RSTAT-STEP-NAME.
024500     CALL "RUNSTAT" USING RSTAT-PARM.
024600     IF RSTAT-STEP-DONE
024700         DISPLAY "SODRPT already complete for "
024800             RSTAT-BUSINESS-DATE " - restart skip"
024900         STOP RUN
025000     END-IF.
025100 0100-CHECK-STEP-RESTART-EXIT.
025200     EXIT.
025300*----------------------------------------------------------------
025400 1000-SCAN-ONE-GENERATION.
025500*    ONE MONTHLY GENERATION, THEN STEP TO THE NEXT MONTH. A
025600*    MONTH WITH NO GENERATION IS SIMPLY PASSED OVER.
025700*----------------------------------------------------------------
025800     MOVE SPACES TO WS-SCAN-FILE-NAME.
025900     STRING "AUDIT." WS-SCAN-MONTH DELIMITED BY SIZE
026000         INTO WS-SCAN-FILE-NAME.
026100     PERFORM 2000-SCAN-ONE-FILE
026200         THRU 2000-SCAN-ONE-FILE-EXIT.
026300     IF WS-SCAN-MM = 12
026400         MOVE 1 TO WS-SCAN-MM
026500         ADD 1 TO WS-SCAN-YYYY
026600     ELSE
026700         ADD 1 TO WS-SCAN-MM
026800     END-IF.
026900 1000-SCAN-ONE-GENERATION-EXIT.
027000     EXIT.
027100*----------------------------------------------------------------
027200 2000-SCAN-ONE-FILE.
027300*    THE LOADING PASS POSTS CREATION EVENTS TO THE TABLE; THE
027400*    CHECKING PASS MATCHES APPROVAL EVENTS AGAINST IT.
027500*----------------------------------------------------------------
027600     OPEN INPUT auditFile.
027700     IF auditFileStatus NOT = "00"
027800         CLOSE auditFile
027900         GO TO 2000-SCAN-ONE-FILE-EXIT
028000     END-IF.
028100     IF LOADING-CREATIONS
028200         ADD 1 TO WS-FILES-READ
028300     ELSE
028400         SET AUDIT-LOG-FOUND TO TRUE
028500     END-IF.
028600     PERFORM FOREVER
028700         READ auditFile
028800             AT END
028900             EXIT PERFORM
029000         END-READ
029100         MOVE auditRecord TO WS-AUDIT-LINE
029200         IF LOADING-CREATIONS
029300             PERFORM 2100-POST-ONE-CREATION
029400                 THRU 2100-POST-ONE-CREATION-EXIT
029500         ELSE
029600             PERFORM 3000-CHECK-ONE-APPROVAL
029700                 THRU 3000-CHECK-ONE-APPROVAL-EXIT
029800         END-IF
029900     END-PERFORM.
030000     CLOSE auditFile.
030100 2000-SCAN-ONE-FILE-EXIT.
030200     EXIT.
030300*----------------------------------------------------------------
030400 2100-POST-ONE-CREATION.
030500*    HELLO1 LOGS EACH REQUISITION IT HOLDS FOR APPROVAL AND
030600*    LAB30ENT EACH LOAN IT KEYS. EVERYTHING ELSE IS PASSED OVER.
030700*----------------------------------------------------------------
030800     EVALUATE WS-AUD-NAME
030900         WHEN "HELLO1"
031000             MOVE "R" TO WS-EVENT-TYPE
031100         WHEN "LAB30ORG"
031200             MOVE "L" TO WS-EVENT-TYPE
031300         WHEN OTHER
031400             GO TO 2100-POST-ONE-CREATION-EXIT
031500     END-EVALUATE.
031600     IF WS-AUD-USER = SPACES
031700         GO TO 2100-POST-ONE-CREATION-EXIT
031800     END-IF.
031900     PERFORM 3100-FIND-CREATION
032000         THRU 3100-FIND-CREATION-EXIT.
032100     IF CREATION-NOT-FOUND
032200         IF WS-CREATION-COUNT >= SODRPT-MAX-CREATIONS
032300             SET CREATION-TABLE-FULL TO TRUE
032400             GO TO 2100-POST-ONE-CREATION-EXIT
032500         END-IF
032600         ADD 1 TO WS-CREATION-COUNT
032700         MOVE WS-CREATION-COUNT TO WS-CRT-HIT
032800         MOVE WS-EVENT-TYPE TO WS-CRT-TYPE(WS-CRT-HIT)
032900         MOVE WS-AUD-READ TO WS-CRT-KEY(WS-CRT-HIT)
033000     END-IF.
033100     MOVE WS-AUD-USER TO WS-CRT-USER(WS-CRT-HIT).
033200     MOVE WS-AUD-START-DATE TO WS-CRT-DATE(WS-CRT-HIT).
033300 2100-POST-ONE-CREATION-EXIT.
033400     EXIT.
033500*----------------------------------------------------------------
033600 3000-CHECK-ONE-APPROVAL.
033700*    A LAB25APR LINE IS A RELEASE ONLY WHEN RECORDS-WRITTEN IS 1,
033800*    AND A LAB30OVR LINE IS A SIGNED OVERRIDE ONLY WHEN IT IS 1 -
033900*    A REJECT OR A REFUSED SIGN-ON APPROVED NOTHING.
034000*----------------------------------------------------------------
034100     EVALUATE TRUE
034200         WHEN WS-AUD-NAME = "LAB25APR" AND WS-AUD-WRITTEN = 1
034300             MOVE "R" TO WS-EVENT-TYPE
034400             MOVE "RELEASE" TO WS-EVENT-ACTION
034500         WHEN WS-AUD-NAME = "LAB30WOA"
034600             MOVE "L" TO WS-EVENT-TYPE
034700             MOVE "WRITE-OFF" TO WS-EVENT-ACTION
034800         WHEN WS-AUD-NAME = "LAB30OVR" AND WS-AUD-WRITTEN = 1
034900             MOVE "L" TO WS-EVENT-TYPE
035000             MOVE "OVERRIDE" TO WS-EVENT-ACTION
035100         WHEN OTHER
035200             GO TO 3000-CHECK-ONE-APPROVAL-EXIT
035300     END-EVALUATE.
035400     ADD 1 TO WS-APPROVALS-CHECKED.
035500     PERFORM 3100-FIND-CREATION
035600         THRU 3100-FIND-CREATION-EXIT.
035700     IF CREATION-FOUND
035800         AND WS-CRT-USER(WS-CRT-HIT) = WS-AUD-USER
035900         PERFORM 3200-REPORT-ONE-EXCEPTION
036000             THRU 3200-REPORT-ONE-EXCEPTION-EXIT
036100     END-IF.
036200 3000-CHECK-ONE-APPROVAL-EXIT.
036300     EXIT.
036400*----------------------------------------------------------------
036500 3100-FIND-CREATION.
036600*    LOOK UP THE CURRENT LINE'S ITEM TYPE AND KEY; WS-CRT-HIT
036700*    POINTS AT THE ENTRY WHEN IT IS FOUND.
036800*----------------------------------------------------------------
036900     SET CREATION-NOT-FOUND TO TRUE.
037000     MOVE ZERO TO WS-CRT-HIT.
037100     PERFORM 3110-MATCH-ONE-CREATION
037200         THRU 3110-MATCH-ONE-CREATION-EXIT
037300         VARYING WS-CRT-SUB FROM 1 BY 1
037400         UNTIL WS-CRT-SUB > WS-CREATION-COUNT
037500         OR CREATION-FOUND.
037600 3100-FIND-CREATION-EXIT.
037700     EXIT.
037800*----------------------------------------------------------------
037900 3110-MATCH-ONE-CREATION.
038000*----------------------------------------------------------------
038100     IF WS-CRT-TYPE(WS-CRT-SUB) = WS-EVENT-TYPE
038200         AND WS-CRT-KEY(WS-CRT-SUB) = WS-AUD-READ
038300         SET CREATION-FOUND TO TRUE
038400         MOVE WS-CRT-SUB TO WS-CRT-HIT
038500     END-IF.
038600 3110-MATCH-ONE-CREATION-EXIT.
038700     EXIT.
038800*----------------------------------------------------------------
038900 3200-REPORT-ONE-EXCEPTION.
039000*    A LOAN KEY IS FACULTY NUMBER TIMES 1000 PLUS LOAN ID, SHOWN
039100*    AS FFF-LLL.
039200*----------------------------------------------------------------
039300     ADD 1 TO WS-EXCEPTION-COUNT.
039400     IF WS-EVENT-TYPE = "R"
039500         MOVE "REQUISITION" TO WS-SDR-ITEM
039600         MOVE WS-AUD-READ TO WS-SDR-KEY
039700     ELSE
039800         MOVE "LOAN" TO WS-SDR-ITEM
039900         MOVE WS-AUD-READ TO WS-LOAN-KEY
040000         MOVE WS-LOAN-KEY-FACULTY TO WS-SDR-LOAN-FACULTY
040100         MOVE WS-LOAN-KEY-LOAN TO WS-SDR-LOAN-ID
040200         MOVE WS-SDR-LOAN-KEY TO WS-SDR-KEY
040300     END-IF.
040400     MOVE WS-EVENT-ACTION TO WS-SDR-ACTION.
040500     MOVE WS-AUD-USER TO WS-SDR-OPERATOR.
040600     MOVE WS-CRT-DATE(WS-CRT-HIT) TO WS-SDR-CREATED.
040700     MOVE WS-AUD-START-DATE TO WS-SDR-APPROVED.
040800     MOVE WS-SOD-DETAIL TO reportRecord.
040900     WRITE reportRecord.
041000 3200-REPORT-ONE-EXCEPTION-EXIT.
041100     EXIT.
041200*----------------------------------------------------------------
041300 9100-RECORD-STEP-COMPLETE.
041400*    A CLEAN FINISH GOES ON THE RUN-STATUS FILE SO A RESTART
041500*    SUBMIT CAN SKIP THIS STEP.
041600*----------------------------------------------------------------
041700     SET RSTAT-RECORD-COMPLETE TO TRUE.
041800     MOVE FUNCTION CURRENT-DATE(1:8) TO RSTAT-BUSINESS-DATE.
041900     MOVE "SODRPT" TO RSTAT-STEP-NAME.
042000     CALL "RUNSTAT" USING RSTAT-PARM.
042100 9100-RECORD-STEP-COMPLETE-EXIT.
042200     EXIT.
