001700*                 AUTHORIZATION LEVELS, WITH EVERY ACTION LOGGED
001800*                 TO AUDIT.LOG THE WAY THE MENU LOGS ITS
001900*                 LAUNCHES.
001910* 10/15/2026  DL  EVERY ACTION ALSO GOES TO THE SHARED CHANGE.LOG
001920*                 THROUGH CHGLOG - THE OPERATOR RECORD BEFORE AND
001930*                 AFTER, KEYED BY OPERATOR ID, WITH THE PASSWORD
001940*                 MASKED IN BOTH IMAGES.
002000*----------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
008200 01  WS-ENTRY-NAME               PIC X(20).
008300 01  WS-ENTRY-LEVEL              PIC 9(01).
008400 01  WS-ENTRY-PASSWORD           PIC X(08).
008410*----------------------------------------------------------------
008415* ONE OPERATOR RECORD AS THE CHANGE LOG SEES IT - THE PASSWORD
008420* NEVER LEAVES THIS PROGRAM
008425*----------------------------------------------------------------
008430 01  WS-OPR-IMAGE.
008435     05  WS-IMG-ID               PIC X(08).
008440     05  WS-IMG-NAME             PIC X(20).
008445     05  WS-IMG-LEVEL            PIC 9(01).
008450     05  WS-IMG-PASSWORD         PIC X(08).
008455     05  WS-IMG-FAILS            PIC 9(01).
008460     05  WS-IMG-LOCK             PIC X(01).
008500*----------------------------------------------------------------
008600* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
008700*----------------------------------------------------------------
008800 COPY "auditparm.cpy".
008810*----------------------------------------------------------------
008820* CALL INTERFACE TO THE SHARED CHANGE-HISTORY SUBPROGRAM
008830*----------------------------------------------------------------
008840 COPY "chgparm.cpy".
008900 PROCEDURE DIVISION.
009000*----------------------------------------------------------------
009100 0000-MAINLINE.
028100     MOVE WS-ENTRY-PASSWORD TO WS-OPR-PASSWORD(WS-OPR-COUNT).
028200     MOVE ZERO              TO WS-OPR-FAILS(WS-OPR-COUNT).
028300     MOVE "N"               TO WS-OPR-LOCK(WS-OPR-COUNT).
028310     SET CHG-RECORD-ADDED TO TRUE.
028320     MOVE SPACES TO CHG-BEFORE-IMAGE.
028330     MOVE WS-OPR-ENTRY(WS-OPR-COUNT) TO WS-OPR-IMAGE.
028340     MOVE ALL "*" TO WS-IMG-PASSWORD.
028350     MOVE WS-OPR-IMAGE TO CHG-AFTER-IMAGE.
028400     SET MASTER-CHANGED TO TRUE.
028500     MOVE "ADD     " TO WS-ACTION-TEXT.
028600     PERFORM 9000-LOG-ONE-ACTION
028700         THRU 9000-LOG-ONE-ACTION-EXIT.
028710     PERFORM 9200-RECORD-CHANGE-HISTORY
028720         THRU 9200-RECORD-CHANGE-HISTORY-EXIT.
028800     DISPLAY "Operator " WS-ENTRY-ID " added at level "
028900         WS-ENTRY-LEVEL.
029000 3000-ADD-ONE-OPERATOR-EXIT.
030300             "with"
030400         GO TO 3200-REVOKE-ONE-OPERATOR-EXIT
030500     END-IF.
030510     SET CHG-RECORD-DELETED TO TRUE.
030520     MOVE WS-OPR-ENTRY(WS-OPR-HIT) TO WS-OPR-IMAGE.
030530     MOVE ALL "*" TO WS-IMG-PASSWORD.
030540     MOVE WS-OPR-IMAGE TO CHG-BEFORE-IMAGE.
030550     MOVE SPACES TO CHG-AFTER-IMAGE.
030600     PERFORM 3210-SHIFT-ONE-UP
030700         THRU 3210-SHIFT-ONE-UP-EXIT
030800         VARYING WS-SHIFT-SUB FROM WS-OPR-HIT BY 1
031200     MOVE "REVOKE  " TO WS-ACTION-TEXT.
031300     PERFORM 9000-LOG-ONE-ACTION
031400         THRU 9000-LOG-ONE-ACTION-EXIT.
031410     PERFORM 9200-RECORD-CHANGE-HISTORY
031420         THRU 9200-RECORD-CHANGE-HISTORY-EXIT.
031500     DISPLAY "Operator " WS-ENTRY-ID " revoked".
031600 3200-REVOKE-ONE-OPERATOR-EXIT.
031700     EXIT.
033900         DISPLAY "A blank password is refused"
034000         GO TO 3400-RESET-ONE-PASSWORD-EXIT
034100     END-IF.
034110     SET CHG-RECORD-CHANGED TO TRUE.
034120     MOVE WS-OPR-ENTRY(WS-OPR-HIT) TO WS-OPR-IMAGE.
034130     MOVE ALL "*" TO WS-IMG-PASSWORD.
034140     MOVE WS-OPR-IMAGE TO CHG-BEFORE-IMAGE.
034200     MOVE WS-ENTRY-PASSWORD TO WS-OPR-PASSWORD(WS-OPR-HIT).
034300     MOVE ZERO TO WS-OPR-FAILS(WS-OPR-HIT).
034400     MOVE "N" TO WS-OPR-LOCK(WS-OPR-HIT).
034410     MOVE WS-OPR-ENTRY(WS-OPR-HIT) TO WS-OPR-IMAGE.
034420     MOVE ALL "*" TO WS-IMG-PASSWORD.
034430     MOVE WS-OPR-IMAGE TO CHG-AFTER-IMAGE.
034500     SET MASTER-CHANGED TO TRUE.
034600     MOVE "PWRESET " TO WS-ACTION-TEXT.
034700     PERFORM 9000-LOG-ONE-ACTION
034800         THRU 9000-LOG-ONE-ACTION-EXIT.
034810     PERFORM 9200-RECORD-CHANGE-HISTORY
034820         THRU 9200-RECORD-CHANGE-HISTORY-EXIT.
034900     DISPLAY "Password reset and lock cleared for "
035000         WS-ENTRY-ID.
035100 3400-RESET-ONE-PASSWORD-EXIT.
036600         DISPLAY WS-ENTRY-LEVEL " is not a level - 1 to 3"
036700         GO TO 3600-CHANGE-ONE-LEVEL-EXIT
036800     END-IF.
036810     SET CHG-RECORD-CHANGED TO TRUE.
036820     MOVE WS-OPR-ENTRY(WS-OPR-HIT) TO WS-OPR-IMAGE.
036830     MOVE ALL "*" TO WS-IMG-PASSWORD.
036840     MOVE WS-OPR-IMAGE TO CHG-BEFORE-IMAGE.
036900     MOVE WS-ENTRY-LEVEL TO WS-OPR-LEVEL(WS-OPR-HIT).
036910     MOVE WS-OPR-ENTRY(WS-OPR-HIT) TO WS-OPR-IMAGE.
036920     MOVE ALL "*" TO WS-IMG-PASSWORD.
036930     MOVE WS-OPR-IMAGE TO CHG-AFTER-IMAGE.
037000     SET MASTER-CHANGED TO TRUE.
037100     MOVE "LEVEL   " TO WS-ACTION-TEXT.
037200     PERFORM 9000-LOG-ONE-ACTION
037300         THRU 9000-LOG-ONE-ACTION-EXIT.
037310     PERFORM 9200-RECORD-CHANGE-HISTORY
037320         THRU 9200-RECORD-CHANGE-HISTORY-EXIT.
037400     DISPLAY "Operator " WS-ENTRY-ID " is now level "
037500         WS-ENTRY-LEVEL.
037600 3600-CHANGE-ONE-LEVEL-EXIT.
043800     CALL "AUDITLOG" USING AUDIT-PARM.
043900 9000-LOG-ONE-ACTION-EXIT.
044000     EXIT.
044100*----------------------------------------------------------------
044200 9200-RECORD-CHANGE-HISTORY.
044300*    THE OPERATOR RECORD, BEFORE AND AFTER, GOES TO CHANGE.LOG
044400*    UNDER THE SUPERVISOR'S ID. THE CALLER HAS SET THE ACTION
044500*    AND THE MASKED IMAGES.
044600*----------------------------------------------------------------
044700     MOVE "OPRMNT" TO CHG-PROGRAM-NAME.
044800     MOVE "OPERATOR.MST" TO CHG-FILE-NAME.
044900     MOVE WS-ENTRY-ID TO CHG-RECORD-KEY.
045000     MOVE WS-SIGNED-ON-ID TO CHG-USER-ID.
045100     CALL "CHGLOG" USING CHANGE-PARM.
045200 9200-RECORD-CHANGE-HISTORY-EXIT.
045300     EXIT.
