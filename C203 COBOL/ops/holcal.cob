001900*                 FOR THE COMING YEAR - A JANUARY 1 WITH AN
002000*                 EMPTY CALENDAR SILENTLY TURNS EVERY HOLIDAY
002100*                 INTO A BUSINESS DAY.
002110* 10/15/2026  DL  EVERY ADD AND DELETE NOW ALSO GOES TO THE SHARED
002120*                 CHANGE.LOG THROUGH CHGLOG - THE HOLIDAY AS IT
002130*                 STOOD BEFORE AND AFTER, KEYED BY ITS DATE - SO
002140*                 CHGINQ CAN SAY WHEN A HOLIDAY CAME OR WENT.
002200*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
007600* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
007700*----------------------------------------------------------------
007800 COPY "auditparm.cpy".
007810*----------------------------------------------------------------
007820* CALL INTERFACE TO THE SHARED CHANGE-HISTORY SUBPROGRAM
007830*----------------------------------------------------------------
007840 COPY "chgparm.cpy".
007900 PROCEDURE DIVISION.
008000*----------------------------------------------------------------
008100 0000-MAINLINE.
024300     MOVE WS-ENTRY-NAME TO WS-CAL-NAME(WS-CAL-HIT).
024400     SET FILE-CHANGED TO TRUE.
024500     ADD 1 TO WS-CHANGE-COUNT.
024510     SET CHG-RECORD-ADDED TO TRUE.
024520     MOVE SPACES TO CHG-BEFORE-IMAGE.
024530     MOVE WS-CAL-ENTRY(WS-CAL-HIT) TO CHG-AFTER-IMAGE.
024540     PERFORM 9200-RECORD-CHANGE-HISTORY
024550         THRU 9200-RECORD-CHANGE-HISTORY-EXIT.
024600     MOVE "ADD   " TO WS-ACTION-TEXT.
024700     PERFORM 9000-LOG-ONE-CHANGE
024800         THRU 9000-LOG-ONE-CHANGE-EXIT.
029200     END-IF.
029300     DISPLAY "Deleting " WS-CAL-DATE(WS-CAL-HIT) " "
029400         WS-CAL-NAME(WS-CAL-HIT).
029410     SET CHG-RECORD-DELETED TO TRUE.
029420     MOVE WS-CAL-ENTRY(WS-CAL-HIT) TO CHG-BEFORE-IMAGE.
029430     MOVE SPACES TO CHG-AFTER-IMAGE.
029440     PERFORM 9200-RECORD-CHANGE-HISTORY
029450         THRU 9200-RECORD-CHANGE-HISTORY-EXIT.
029500     PERFORM 3600-SHIFT-ONE-UP
029600         THRU 3600-SHIFT-ONE-UP-EXIT
029700         VARYING WS-SHIFT-SUB FROM WS-CAL-HIT BY 1
036500     CALL "AUDITLOG" USING AUDIT-PARM.
036600 9000-LOG-ONE-CHANGE-EXIT.
036700     EXIT.
036800*----------------------------------------------------------------
036900 9200-RECORD-CHANGE-HISTORY.
037000*    THE HOLIDAY ITSELF, BEFORE AND AFTER, GOES TO CHANGE.LOG
037100*    KEYED BY ITS DATE. THE CALLER HAS SET THE ACTION AND THE
037200*    IMAGES; THE OPERATOR COMES FROM THE SIGN-ON FILE.
037300*----------------------------------------------------------------
037400     MOVE "HOLCAL" TO CHG-PROGRAM-NAME.
037500     MOVE "HOLIDAY.CAL" TO CHG-FILE-NAME.
037600     MOVE WS-ENTRY-DATE TO CHG-RECORD-KEY.
037700     MOVE SPACES TO CHG-USER-ID.
037800     CALL "CHGLOG" USING CHANGE-PARM.
037900 9200-RECORD-CHANGE-HISTORY-EXIT.
038000     EXIT.
