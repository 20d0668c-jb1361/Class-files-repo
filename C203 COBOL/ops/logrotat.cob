001950*                 RECONCILED AGAINST FINANCE'S CALENDAR. NO
001960*                 FISCAL CALENDAR, NO LINE - NOTHING ELSE
001970*                 CHANGES.
001975* 10/15/2026  DL  NOW THE LAST WORKING STEP OF THE MONTHEND JOB.
001978*                 UNDER MONTHEND THE MONTH TO CLOSE IS THE
001981*                 BUSINESS DATE'S OWN YYYYMM AND LOGROTAT.PRM
001984*                 SUPPLIES ONLY THE RETENTION - NO CONSOLE ANSWER
001987*                 IS WAITED FOR. A FINISHED ROTATION IS RECORDED
001990*                 ON THE RUN-STATUS FILE SO A RESTART SUBMIT NEVER
001993*                 ROTATES THE FRESH LOGS OVER THE GENERATION IT
001996*                 JUST CLOSED.
001997* 10/15/2026  DL  CHANGE.LOG, THE SHARED CHANGE-HISTORY LOG, NOW
001998*                 ROTATES INTO CHANGE.YYYYMM AND PURGES ALONG WITH
001999*                 AUDIT.LOG.
002000*----------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002700     SELECT OPTIONAL rejectFile ASSIGN TO "REJECT.LOG"
002800         ORGANIZATION LINE SEQUENTIAL
002900         FILE STATUS IS rejectFileStatus.
002910     SELECT OPTIONAL changeFile ASSIGN TO "CHANGE.LOG"
002920         ORGANIZATION LINE SEQUENTIAL
002930         FILE STATUS IS changeFileStatus.
003000     SELECT genFile ASSIGN USING WS-GEN-FILE-NAME
003100         ORGANIZATION LINE SEQUENTIAL
003200         FILE STATUS IS genFileStatus.
003210     SELECT changeGenFile ASSIGN USING WS-GEN-FILE-NAME
003220         ORGANIZATION LINE SEQUENTIAL
003230         FILE STATUS IS changeGenFileStatus.
003300     SELECT summaryFile ASSIGN TO "ARCHIVE.SUM"
003400         ORGANIZATION LINE SEQUENTIAL
003500         FILE STATUS IS summaryFileStatus.
004200 01  auditRecord                 PIC X(100).
004300 FD  rejectFile.
004400 01  rejectRecord                PIC X(90).
004410 FD  changeFile.
004420 01  changeRecord                PIC X(271).
004500 FD  genFile.
004600 01  genRecord                   PIC X(100).
004610*    CHANGE-HISTORY LINES CARRY TWO RECORD IMAGES - TOO WIDE
004620*    FOR THE AUDIT AND REJECT GENERATION RECORD.
004630 FD  changeGenFile.
004640 01  changeGenRecord             PIC X(271).
004700 FD  summaryFile.
004800 01  summaryLine                 PIC X(60).
004900 FD  paramFile.
005600*----------------------------------------------------------------
005700 01  auditFileStatus             PIC X(02).
005800 01  rejectFileStatus            PIC X(02).
005810 01  changeFileStatus            PIC X(02).
005900 01  genFileStatus               PIC X(02).
005910 01  changeGenFileStatus         PIC X(02).
006000 01  summaryFileStatus           PIC X(02).
006100 01  paramFileStatus             PIC X(02).
006200 01  WS-GEN-FILE-NAME            PIC X(13).
006700 01  WS-RETENTION-MONTHS         PIC 9(03) VALUE 12.
006800 01  WS-AUDIT-COPIED             PIC 9(07) COMP VALUE ZERO.
006900 01  WS-REJECT-COPIED            PIC 9(07) COMP VALUE ZERO.
006910 01  WS-CHANGE-COPIED            PIC 9(07) COMP VALUE ZERO.
007000 01  WS-PURGED-COUNT             PIC 9(03) COMP VALUE ZERO.
007100 01  WS-DELETE-STATUS            PIC 9(09) COMP.
007200*----------------------------------------------------------------
010720* CALL INTERFACE TO THE SHARED FISCAL-PERIOD SUBPROGRAM
010730*----------------------------------------------------------------
010740 COPY "fscparm.cpy".
010750*----------------------------------------------------------------
010760* CALL INTERFACE TO THE SHARED RUN-STATUS SUBPROGRAM
010770*----------------------------------------------------------------
010780 COPY "rstparm.cpy".
010800 PROCEDURE DIVISION.
010900*----------------------------------------------------------------
011000 0000-MAINLINE.
011100*----------------------------------------------------------------
011110     PERFORM 0100-CHECK-STEP-RESTART
011120         THRU 0100-CHECK-STEP-RESTART-EXIT.
011200     MOVE "LOGROTAT" TO AUDIT-PROGRAM-NAME.
011201     MOVE SPACES TO AUDIT-USER-ID.
011300     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
012000         THRU 2000-ROTATE-AUDIT-LOG-EXIT.
012100     PERFORM 3000-ROTATE-REJECT-LOG
012200         THRU 3000-ROTATE-REJECT-LOG-EXIT.
012210     PERFORM 3500-ROTATE-CHANGE-LOG
012220         THRU 3500-ROTATE-CHANGE-LOG-EXIT.
012300     PERFORM 4000-APPEND-MONTHLY-SUMMARY
012400         THRU 4000-APPEND-MONTHLY-SUMMARY-EXIT.
012500     PERFORM 5000-PURGE-OLD-GENERATIONS
012600         THRU 5000-PURGE-OLD-GENERATIONS-EXIT.
012700
012800     DISPLAY "Rotation complete - " WS-AUDIT-COPIED
012900         " audit, " WS-REJECT-COPIED " reject, and "
012950         WS-CHANGE-COPIED " change-history record(s) "
013000         "archived for " WS-CLOSE-MONTH ", "
013100         WS-PURGED-COUNT " old generation(s) purged".
013200
013300     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-END-DATE.
013500     MOVE WS-AUDIT-COPIED TO AUDIT-RECORDS-READ.
013600     MOVE WS-REJECT-COPIED TO AUDIT-RECORDS-WRITTEN.
013700     CALL "AUDITLOG" USING AUDIT-PARM.
013710     PERFORM 9100-RECORD-STEP-COMPLETE
013720         THRU 9100-RECORD-STEP-COMPLETE-EXIT.
013800     STOP RUN.
013805*----------------------------------------------------------------
013810 0100-CHECK-STEP-RESTART.
013815*    ON A RESTART SUBMIT (THE JOB'S .RST NAMES TODAY) A STEP THAT
013820*    ALREADY COMPLETED TONIGHT SKIPS ITSELF, SO THE CHAIN
013825*    RESUMES AT THE FIRST INCOMPLETE STEP INSTEAD OF REDOING
013830*    FINISHED WORK. A NORMAL SUBMIT NEVER SKIPS.
013835*----------------------------------------------------------------
013840     SET RSTAT-SHOULD-SKIP TO TRUE.
013845     MOVE FUNCTION CURRENT-DATE(1:8) TO RSTAT-BUSINESS-DATE.
013850     MOVE "LOGROTAT" TO RSTAT-STEP-NAME.
013855     CALL "RUNSTAT" USING RSTAT-PARM.
013860     IF RSTAT-STEP-DONE
013865         DISPLAY "LOGROTAT already complete for "
013870             RSTAT-BUSINESS-DATE " - restart skip"
013875         STOP RUN
013880     END-IF.
013885 0100-CHECK-STEP-RESTART-EXIT.
013890     EXIT.
013900*----------------------------------------------------------------
014000 1000-GET-PARAMETERS.
014100*    MONTH TO CLOSE (YYYYMM) AND RETENTION (MONTHS) FROM
014200*    LOGROTAT.PRM WHEN PRESENT, OTHERWISE THE CONSOLE. A
014210*    MONTHEND STEP CLOSES THE BUSINESS DATE'S OWN MONTH.
014300*----------------------------------------------------------------
014310     IF RSTAT-MONTH-END-JOB
014320         PERFORM 1100-GET-MONTH-END-PARAMETERS
014330             THRU 1100-GET-MONTH-END-PARAMETERS-EXIT
014340         GO TO 1000-GET-PARAMETERS-EXIT
014350     END-IF.
014400     OPEN INPUT paramFile.
014500     IF paramFileStatus = "00"
014600         READ paramFile
016300     END-IF.
016400 1000-GET-PARAMETERS-EXIT.
016500     EXIT.
016510*----------------------------------------------------------------
016514 1100-GET-MONTH-END-PARAMETERS.
016518*    THE MONTH BEING CLOSED IS TONIGHT'S. ONLY THE RETENTION IS
016522*    TAKEN FROM LOGROTAT.PRM, AND A MISSING OR ZERO ONE IS 12.
016526*----------------------------------------------------------------
016530     MOVE RSTAT-BUSINESS-DATE(1:6) TO WS-CLOSE-MONTH.
016534     OPEN INPUT paramFile.
016538     IF paramFileStatus = "00"
016542         READ paramFile
016546             AT END
016550                 CONTINUE
016554             NOT AT END
016558                 MOVE paramRetention TO WS-RETENTION-MONTHS
016562         END-READ
016566     END-IF.
016570     CLOSE paramFile.
016574     IF WS-RETENTION-MONTHS = ZERO
016578         MOVE 12 TO WS-RETENTION-MONTHS
016582     END-IF.
016586     DISPLAY "MONTHEND step - closing " WS-CLOSE-MONTH
016590         ", retention " WS-RETENTION-MONTHS " month(s)".
016594 1100-GET-MONTH-END-PARAMETERS-EXIT.
016598     EXIT.
016600*----------------------------------------------------------------
016700 2000-ROTATE-AUDIT-LOG.
016800*    COPY AUDIT.LOG INTO ITS DATED GENERATION, TALLYING RUNS
029100     END-IF.
029200 3110-TRY-ONE-CODE-EXIT.
029300     EXIT.
029303*----------------------------------------------------------------
029306 3500-ROTATE-CHANGE-LOG.
029309*    SAME ROTATION FOR THE CHANGE-HISTORY LOG. NOTHING IS
029312*    TALLIED - CHGINQ READS THE GENERATIONS BACK BY KEY.
029315*----------------------------------------------------------------
029318     MOVE SPACES TO WS-GEN-FILE-NAME.
029321     STRING "CHANGE." WS-CLOSE-MONTH DELIMITED BY SIZE
029324         INTO WS-GEN-FILE-NAME.
029327     OPEN INPUT changeFile.
029330     IF changeFileStatus NOT = "00"
029333         DISPLAY "CHANGE.LOG not found - nothing to rotate"
029336         CLOSE changeFile
029339         GO TO 3500-ROTATE-CHANGE-LOG-EXIT
029342     END-IF.
029345     OPEN OUTPUT changeGenFile.
029348     PERFORM FOREVER
029351         READ changeFile
029354             AT END
029357             EXIT PERFORM
029360         END-READ
029363         MOVE changeRecord TO changeGenRecord
029366         WRITE changeGenRecord
029369         ADD 1 TO WS-CHANGE-COPIED
029372     END-PERFORM.
029375     CLOSE changeFile.
029378     CLOSE changeGenFile.
029381     OPEN OUTPUT changeFile.
029384     CLOSE changeFile.
029387     DISPLAY "CHANGE.LOG closed into " WS-GEN-FILE-NAME.
029390 3500-ROTATE-CHANGE-LOG-EXIT.
029393     EXIT.
029400*----------------------------------------------------------------
029500 4000-APPEND-MONTHLY-SUMMARY.
029600*    ONE SUMMARY BLOCK PER CLOSED MONTH, APPENDED TO THE
037000         INTO WS-GEN-FILE-NAME.
037100     PERFORM 5300-DELETE-ONE-GENERATION
037200         THRU 5300-DELETE-ONE-GENERATION-EXIT.
037210     MOVE SPACES TO WS-GEN-FILE-NAME.
037220     STRING "CHANGE." WS-WORK-MONTH DELIMITED BY SIZE
037230         INTO WS-GEN-FILE-NAME.
037240     PERFORM 5300-DELETE-ONE-GENERATION
037250         THRU 5300-DELETE-ONE-GENERATION-EXIT.
037300 5100-PURGE-ONE-MONTH-EXIT.
037400     EXIT.
037500*----------------------------------------------------------------
040600     END-IF.
040700 5300-DELETE-ONE-GENERATION-EXIT.
040800     EXIT.
040900*----------------------------------------------------------------
041000 9100-RECORD-STEP-COMPLETE.
041100*    A CLEAN FINISH GOES ON THE RUN-STATUS FILE SO A RESTART
041200*    SUBMIT CAN SKIP THIS STEP.
041300*----------------------------------------------------------------
041400     SET RSTAT-RECORD-COMPLETE TO TRUE.
041500     MOVE FUNCTION CURRENT-DATE(1:8) TO RSTAT-BUSINESS-DATE.
041600     MOVE "LOGROTAT" TO RSTAT-STEP-NAME.
041700     CALL "RUNSTAT" USING RSTAT-PARM.
041800 9100-RECORD-STEP-COMPLETE-EXIT.
041900     EXIT.
