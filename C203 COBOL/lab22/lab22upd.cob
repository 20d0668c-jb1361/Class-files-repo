002130*                 THE MIS-KEYED ONE - THE OLD ORDER LET A
002140*                 REJECTED CORRECTION DESTROY THE ORIGINAL
002150*                 RECORD ON ITS WAY TO THE REJECT.
002155* 10/15/2026  DL  EVERY APPLIED ADD, CORRECTION, AND DELETE NOW
002160*                 ALSO GOES TO THE SHARED CHANGE.LOG THROUGH
002165*                 CHGLOG. A CORRECTION IS LOGGED UNDER BOTH THE
002170*                 MIS-KEYED AND THE CORRECTED VIN SO CHGINQ FINDS
002175*                 IT FROM EITHER END.
002200*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
011300* CALL INTERFACE TO THE SHARED REJECT-LOG SUBPROGRAM
011400*----------------------------------------------------------------
011500 COPY "rejparm.cpy".
011510*----------------------------------------------------------------
011520* CALL INTERFACE TO THE SHARED CHANGE-HISTORY SUBPROGRAM
011530*----------------------------------------------------------------
011540 COPY "chgparm.cpy".
011600 PROCEDURE DIVISION.
011700*----------------------------------------------------------------
011800 0000-MAINLINE.
021700         NOT INVALID KEY
021800             ADD 1 TO WS-APPLIED-COUNT
021900             DISPLAY "Added   " trnVin
021910             SET CHG-RECORD-ADDED TO TRUE
021920             MOVE trnVin TO CHG-RECORD-KEY
021930             MOVE SPACES TO CHG-BEFORE-IMAGE
021940             MOVE trnVin TO CHG-AFTER-IMAGE
021950             PERFORM 9200-RECORD-CHANGE-HISTORY
021960                 THRU 9200-RECORD-CHANGE-HISTORY-EXIT
022000     END-WRITE.
022100 3000-APPLY-ADD-EXIT.
022200     EXIT.
025900         NOT INVALID KEY
026000             ADD 1 TO WS-APPLIED-COUNT
026100             DISPLAY "Changed " trnVin " to " trnNewVin
026110             SET CHG-RECORD-CHANGED TO TRUE
026120             MOVE trnVin TO CHG-BEFORE-IMAGE
026130             MOVE trnNewVin TO CHG-AFTER-IMAGE
026140             MOVE trnVin TO CHG-RECORD-KEY
026150             PERFORM 9200-RECORD-CHANGE-HISTORY
026160                 THRU 9200-RECORD-CHANGE-HISTORY-EXIT
026170             MOVE trnNewVin TO CHG-RECORD-KEY
026180             PERFORM 9200-RECORD-CHANGE-HISTORY
026190                 THRU 9200-RECORD-CHANGE-HISTORY-EXIT
026200     END-WRITE.
026300 4000-APPLY-CHANGE-EXIT.
026400     EXIT.
027800         NOT INVALID KEY
027900             ADD 1 TO WS-APPLIED-COUNT
028000             DISPLAY "Deleted " trnVin
028010             SET CHG-RECORD-DELETED TO TRUE
028020             MOVE trnVin TO CHG-RECORD-KEY
028030             MOVE trnVin TO CHG-BEFORE-IMAGE
028040             MOVE SPACES TO CHG-AFTER-IMAGE
028050             PERFORM 9200-RECORD-CHANGE-HISTORY
028060                 THRU 9200-RECORD-CHANGE-HISTORY-EXIT
028100     END-DELETE.
028200 5000-APPLY-DELETE-EXIT.
028300     EXIT.
037900     CALL "AUDITLOG" USING AUDIT-PARM.
038000 9000-LOG-AUDIT-RUN-EXIT.
038100     EXIT.
038200*----------------------------------------------------------------
038300 9200-RECORD-CHANGE-HISTORY.
038400*    ONE MASTER RECORD, BEFORE AND AFTER, TO THE SHOP-WIDE
038500*    CHANGE.LOG. THE CALLER HAS SET THE ACTION, THE KEY, AND
038600*    THE IMAGES - THE WHOLE RECORD IS THE VIN.
038700*----------------------------------------------------------------
038800     MOVE "LAB22UPD" TO CHG-PROGRAM-NAME.
038900     MOVE "LAB22.IDX" TO CHG-FILE-NAME.
039000     MOVE SPACES TO CHG-USER-ID.
039100     CALL "CHGLOG" USING CHANGE-PARM.
039200 9200-RECORD-CHANGE-HISTORY-EXIT.
039300     EXIT.
