002030*                 AND EACH COMPARISON BLOCK NAMES THEM, SO THE
002040*                 COMMITTEE AND FINANCE ARE READING THE SAME
002050*                 BOUNDARIES.
002060* 10/15/2026  DL  NOW A STEP OF THE MONTHEND JOB, RUN RIGHT AFTER
002070*                 LAB30 TAKES THE FORCED SNAPSHOT - A CLEAN FINISH
002080*                 IS RECORDED ON THE RUN-STATUS FILE SO A RESTART
002090*                 SUBMIT SKIPS IT.
002100*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
010100* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
010200*----------------------------------------------------------------
010300 COPY "auditparm.cpy".
010310*----------------------------------------------------------------
010320* CALL INTERFACE TO THE SHARED RUN-STATUS SUBPROGRAM
010330*----------------------------------------------------------------
010340 COPY "rstparm.cpy".
010400 PROCEDURE DIVISION.
010500*----------------------------------------------------------------
010600 0000-MAINLINE.
010700*----------------------------------------------------------------
010710     PERFORM 0100-CHECK-STEP-RESTART
010720         THRU 0100-CHECK-STEP-RESTART-EXIT.
010800     MOVE "LAB30TRD" TO AUDIT-PROGRAM-NAME.
010900     MOVE SPACES TO AUDIT-USER-ID.
011000     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
013600     MOVE WS-SNAPSHOTS-READ TO AUDIT-RECORDS-READ.
013700     MOVE WS-SNAP-COUNT TO AUDIT-RECORDS-WRITTEN.
013800     CALL "AUDITLOG" USING AUDIT-PARM.
013810     IF WS-FINAL-RETURN-CODE = ZERO
013820         PERFORM 9100-RECORD-STEP-COMPLETE
013830             THRU 9100-RECORD-STEP-COMPLETE-EXIT
013840     END-IF.
013900*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
014000     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
014100     STOP RUN.
014105*----------------------------------------------------------------
014110 0100-CHECK-STEP-RESTART.
014115*    ON A RESTART SUBMIT (THE JOB'S .RST NAMES TODAY) A STEP THAT
014120*    ALREADY COMPLETED TONIGHT SKIPS ITSELF, SO THE CHAIN
014125*    RESUMES AT THE FIRST INCOMPLETE STEP INSTEAD OF REDOING
014130*    FINISHED WORK. A NORMAL SUBMIT NEVER SKIPS.
014135*----------------------------------------------------------------
014140     SET RSTAT-SHOULD-SKIP TO TRUE.
014145     MOVE FUNCTION CURRENT-DATE(1:8) TO RSTAT-BUSINESS-DATE.
014150     MOVE "LAB30TRD" TO RSTAT-STEP-NAME.
014155     CALL "RUNSTAT" USING RSTAT-PARM.
014160     IF RSTAT-STEP-DONE
014165         DISPLAY "LAB30TRD already complete for "
014170             RSTAT-BUSINESS-DATE " - restart skip"
014175         STOP RUN
014180     END-IF.
014185 0100-CHECK-STEP-RESTART-EXIT.
014190     EXIT.
014200*----------------------------------------------------------------
014300 1000-LOAD-SNAPSHOT-FILE.
014400*    THE SNAPSHOTS ARRIVE IN APPEND ORDER, WHICH IS MONTH ORDER
028500     WRITE trendLine.
028600 2100-COMPARE-ONE-BUCKET-EXIT.
028700     EXIT.
028800*----------------------------------------------------------------
028900 9100-RECORD-STEP-COMPLETE.
029000*    A CLEAN FINISH GOES ON THE RUN-STATUS FILE SO A RESTART
029100*    SUBMIT CAN SKIP THIS STEP.
029200*----------------------------------------------------------------
029300     SET RSTAT-RECORD-COMPLETE TO TRUE.
029400     MOVE FUNCTION CURRENT-DATE(1:8) TO RSTAT-BUSINESS-DATE.
029500     MOVE "LAB30TRD" TO RSTAT-STEP-NAME.
029600     CALL "RUNSTAT" USING RSTAT-PARM.
029700 9100-RECORD-STEP-COMPLETE-EXIT.
029800     EXIT.
