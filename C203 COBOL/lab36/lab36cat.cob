001400*                 CREDIT HOURS ARE ADDED HERE INSTEAD OF BEING
001500*                 FREE-KEYED ONTO EVERY GRADE RECORD. SAME
001600*                 SHAPE AS LAB22RF, WHICH OWNS LAB22.REF.
001610* 10/15/2026  DL  EVERY COURSE ADDED NOW ALSO GOES TO THE SHARED
001620*                 CHANGE.LOG THROUGH CHGLOG, KEYED BY COURSE ID,
001630*                 SO CHGINQ CAN SAY WHEN A COURSE'S CREDIT HOURS
001640*                 WENT ON THE CATALOG AND WHO KEYED THEM.
001700*----------------------------------------------------------------
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
004800* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
004900*----------------------------------------------------------------
005000 COPY "auditparm.cpy".
005010*----------------------------------------------------------------
005020* CALL INTERFACE TO THE SHARED CHANGE-HISTORY SUBPROGRAM
005030*----------------------------------------------------------------
005040 COPY "chgparm.cpy".
005100 PROCEDURE DIVISION.
005200*----------------------------------------------------------------
005300 0000-MAINLINE.
015600     MOVE WS-ENTRY-TITLE  TO catTitle.
015700     MOVE WS-ENTRY-HOURS  TO catHours.
015800     WRITE catalogDetails.
015810     SET CHG-RECORD-ADDED TO TRUE.
015820     MOVE SPACES TO CHG-BEFORE-IMAGE.
015830     MOVE catalogDetails TO CHG-AFTER-IMAGE.
015900     CLOSE catalogFile.
015910     PERFORM 9200-RECORD-CHANGE-HISTORY
015920         THRU 9200-RECORD-CHANGE-HISTORY-EXIT.
016000     ADD 1 TO WS-ADDED-COUNT.
016100     DISPLAY "Added " WS-ENTRY-COURSE " - " WS-ENTRY-TITLE
016200         " (" WS-ENTRY-HOURS " hours)".
016300 2200-APPEND-COURSE-EXIT.
016400     EXIT.
016500*----------------------------------------------------------------
016600 9200-RECORD-CHANGE-HISTORY.
016700*    THE NEW CATALOG RECORD GOES TO CHANGE.LOG KEYED BY COURSE
016800*    ID. THE CALLER HAS SET THE ACTION AND THE IMAGES; THE
016900*    OPERATOR COMES FROM THE SIGN-ON FILE.
017000*----------------------------------------------------------------
017100     MOVE "LAB36CAT" TO CHG-PROGRAM-NAME.
017200     MOVE "LAB36.CAT" TO CHG-FILE-NAME.
017300     MOVE WS-ENTRY-COURSE TO CHG-RECORD-KEY.
017400     MOVE SPACES TO CHG-USER-ID.
017500     CALL "CHGLOG" USING CHANGE-PARM.
017600 9200-RECORD-CHANGE-HISTORY-EXIT.
017700     EXIT.
