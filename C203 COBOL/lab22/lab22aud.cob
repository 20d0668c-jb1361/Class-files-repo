002000*                 ENTRY. EVERY FINDING GOES TO REJECT.LOG AND THE
002100*                 RUN ENDS WITH RETURN-CODE 8 WHEN ANYTHING WAS
002200*                 FOUND, SO IT CAN GATE THE WEEKLY HYGIENE CHAIN.
002210* 10/15/2026  DL  ALSO A STEP OF THE MONTHEND JOB - A CLEAN AUDIT
002220*                 IS RECORDED ON THE RUN-STATUS FILE SO A RESTART
002230*                 SUBMIT SKIPS IT. A RUN WITH FINDINGS IS NOT
002240*                 RECORDED AND RUNS AGAIN ON THE RESTART.
002300*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
013400* CALL INTERFACE TO THE SHARED REJECT-LOG SUBPROGRAM
013500*----------------------------------------------------------------
013600 COPY "rejparm.cpy".
013610*----------------------------------------------------------------
013620* CALL INTERFACE TO THE SHARED RUN-STATUS SUBPROGRAM
013630*----------------------------------------------------------------
013640 COPY "rstparm.cpy".
013700 PROCEDURE DIVISION.
013800*----------------------------------------------------------------
013900 0000-MAINLINE.
014000*----------------------------------------------------------------
014010     PERFORM 0100-CHECK-STEP-RESTART
014020         THRU 0100-CHECK-STEP-RESTART-EXIT.
014100     MOVE "LAB22AUD" TO AUDIT-PROGRAM-NAME.
014200     MOVE SPACES TO AUDIT-USER-ID.
014300     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
019000     MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
019100     MOVE WS-TOTAL-FINDINGS TO AUDIT-RECORDS-WRITTEN.
019200     CALL "AUDITLOG" USING AUDIT-PARM.
019210     IF WS-FINAL-RETURN-CODE = ZERO
019220         PERFORM 9100-RECORD-STEP-COMPLETE
019230             THRU 9100-RECORD-STEP-COMPLETE-EXIT
019240     END-IF.
019300*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
019400     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
019500     STOP RUN.
019505*----------------------------------------------------------------
019510 0100-CHECK-STEP-RESTART.
019515*    ON A RESTART SUBMIT (THE JOB'S .RST NAMES TODAY) A STEP THAT
019520*    ALREADY COMPLETED TONIGHT SKIPS ITSELF, SO THE CHAIN
019525*    RESUMES AT THE FIRST INCOMPLETE STEP INSTEAD OF REDOING
019530*    FINISHED WORK. A NORMAL SUBMIT NEVER SKIPS.
019535*----------------------------------------------------------------
019540     SET RSTAT-SHOULD-SKIP TO TRUE.
019545     MOVE FUNCTION CURRENT-DATE(1:8) TO RSTAT-BUSINESS-DATE.
019550     MOVE "LAB22AUD" TO RSTAT-STEP-NAME.
019555     CALL "RUNSTAT" USING RSTAT-PARM.
019560     IF RSTAT-STEP-DONE
019565         DISPLAY "LAB22AUD already complete for "
019570             RSTAT-BUSINESS-DATE " - restart skip"
019575         STOP RUN
019580     END-IF.
019585 0100-CHECK-STEP-RESTART-EXIT.
019590     EXIT.
019600*----------------------------------------------------------------
019700 1300-LOAD-REFERENCE-FILE.
019800*    WITHOUT LAB22.REF THE CODE CHECK CANNOT SAY ANYTHING, SO
040700     CALL "REJECTLOG" USING REJECT-PARM.
040800 8000-LOG-ONE-FINDING-EXIT.
040900     EXIT.
041000*----------------------------------------------------------------
041100 9100-RECORD-STEP-COMPLETE.
041200*    A CLEAN FINISH GOES ON THE RUN-STATUS FILE SO A RESTART
041300*    SUBMIT CAN SKIP THIS STEP.
041400*----------------------------------------------------------------
041500     SET RSTAT-RECORD-COMPLETE TO TRUE.
041600     MOVE FUNCTION CURRENT-DATE(1:8) TO RSTAT-BUSINESS-DATE.
041700     MOVE "LAB22AUD" TO RSTAT-STEP-NAME.
041800     CALL "RUNSTAT" USING RSTAT-PARM.
041900 9100-RECORD-STEP-COMPLETE-EXIT.
042000     EXIT.
