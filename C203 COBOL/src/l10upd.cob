002130*                 RETURN-CODE 8 AND NEITHER FILE REWRITTEN -
002140*                 THE OLD CONSOLE WARNING STILL LET THE REWRITE
002150*                 TRUNCATE THE OVERFLOW AWAY.
002155* 10/15/2026  DL  EVERY APPLIED ADD, CHANGE, AND RETIREMENT NOW
002160*                 ALSO GOES TO THE SHARED CHANGE.LOG THROUGH
002165*                 CHGLOG - THE ROUTE RECORD BEFORE AND AFTER,
002170*                 KEYED BY LINE-NUMBER - SO A WRONG CAPACITY CAN
002175*                 BE TRACED TO WHEN IT CHANGED AND WHAT IT WAS.
002200*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
011100* CALL INTERFACE TO THE SHARED DATE-VALIDATION SUBPROGRAM
011200*----------------------------------------------------------------
011300 COPY "dvalparm.cpy".
011310*----------------------------------------------------------------
011320* CALL INTERFACE TO THE SHARED CHANGE-HISTORY SUBPROGRAM
011330*----------------------------------------------------------------
011340 COPY "chgparm.cpy".
011400 PROCEDURE DIVISION.
011500*----------------------------------------------------------------
011600 0000-MAINLINE.
029100     MOVE trnLineStatus   TO WS-RTE-STATUS(WS-ROUTE-COUNT).
029200     MOVE trnLineCapacity TO WS-RTE-CAPACITY(WS-ROUTE-COUNT).
029300     ADD 1 TO WS-APPLIED-COUNT.
029310     SET CHG-RECORD-ADDED TO TRUE.
029320     MOVE SPACES TO CHG-BEFORE-IMAGE.
029330     MOVE WS-ROUTE-ENTRY(WS-ROUTE-COUNT) TO CHG-AFTER-IMAGE.
029400     MOVE "ADDED" TO WS-CHANGE-TEXT.
029500     PERFORM 9100-LOG-ONE-CHANGE
029600         THRU 9100-LOG-ONE-CHANGE-EXIT.
029610     PERFORM 9200-RECORD-CHANGE-HISTORY
029620         THRU 9200-RECORD-CHANGE-HISTORY-EXIT.
029700 3000-APPLY-ADD-EXIT.
029800     EXIT.
029900*----------------------------------------------------------------
031100             THRU 8000-REJECT-TRANSACTION-EXIT
031200         GO TO 3500-APPLY-CHANGE-EXIT
031300     END-IF.
031310     SET CHG-RECORD-CHANGED TO TRUE.
031320     MOVE WS-ROUTE-ENTRY(WS-ROUTE-HIT) TO CHG-BEFORE-IMAGE.
031400     MOVE trnLineName     TO WS-RTE-NAME(WS-ROUTE-HIT).
031500     MOVE trnLineCapacity TO WS-RTE-CAPACITY(WS-ROUTE-HIT).
031510     MOVE WS-ROUTE-ENTRY(WS-ROUTE-HIT) TO CHG-AFTER-IMAGE.
031600     ADD 1 TO WS-APPLIED-COUNT.
031700     MOVE "CHANGED NAME/CAPACITY" TO WS-CHANGE-TEXT.
031800     PERFORM 9100-LOG-ONE-CHANGE
031900         THRU 9100-LOG-ONE-CHANGE-EXIT.
031910     PERFORM 9200-RECORD-CHANGE-HISTORY
031920         THRU 9200-RECORD-CHANGE-HISTORY-EXIT.
032000 3500-APPLY-CHANGE-EXIT.
032100     EXIT.
032200*----------------------------------------------------------------
034200             THRU 8000-REJECT-TRANSACTION-EXIT
034300         GO TO 4000-APPLY-RETIREMENT-EXIT
034400     END-IF.
034410     SET CHG-RECORD-CHANGED TO TRUE.
034420     MOVE WS-ROUTE-ENTRY(WS-ROUTE-HIT) TO CHG-BEFORE-IMAGE.
034500     MOVE "I" TO WS-RTE-STATUS(WS-ROUTE-HIT).
034510     MOVE WS-ROUTE-ENTRY(WS-ROUTE-HIT) TO CHG-AFTER-IMAGE.
034600     ADD 1 TO WS-APPLIED-COUNT.
034700     MOVE "RETIRED (STATUS A TO I)" TO WS-CHANGE-TEXT.
034800     PERFORM 9100-LOG-ONE-CHANGE
034900         THRU 9100-LOG-ONE-CHANGE-EXIT.
034910     PERFORM 9200-RECORD-CHANGE-HISTORY
034920         THRU 9200-RECORD-CHANGE-HISTORY-EXIT.
035000 4000-APPLY-RETIREMENT-EXIT.
035100     EXIT.
035200*----------------------------------------------------------------
044900     DISPLAY "Applied: " changeLogLine.
045000 9100-LOG-ONE-CHANGE-EXIT.
045100     EXIT.
045200*----------------------------------------------------------------
045300 9200-RECORD-CHANGE-HISTORY.
045400*    THE ROUTE RECORD ITSELF, BEFORE AND AFTER, GOES TO THE
045500*    SHOP-WIDE CHANGE.LOG KEYED BY LINE-NUMBER - L10.CHG STILL
045600*    CARRIES THE ONE-LINE SUMMARY. THE CALLER HAS SET THE ACTION
045700*    AND THE IMAGES.
045800*----------------------------------------------------------------
045900     MOVE "L10UPD" TO CHG-PROGRAM-NAME.
046000     MOVE "L10.in" TO CHG-FILE-NAME.
046100     MOVE SPACES TO CHG-RECORD-KEY.
046200     MOVE trnLineNumber TO CHG-RECORD-KEY(1:3).
046300     MOVE SPACES TO CHG-USER-ID.
046400     CALL "CHGLOG" USING CHANGE-PARM.
046500 9200-RECORD-CHANGE-HISTORY-EXIT.
046600     EXIT.
