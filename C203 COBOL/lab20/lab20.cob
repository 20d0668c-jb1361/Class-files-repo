001352*                 DEADLINE.RPT, FLAGGING OVERDUE DATES AND
001353*                 DEADLINES FALLING ON A NON-BUSINESS DAY. THE
001354*                 REPORT RUNS UNATTENDED AT THE END OF NITEBTCH.
001355* 10/05/2026  DL  THE DEADLINE TABLE GOES FROM 100 TO 500 ENTRIES
001356*                 - LAB22CP NOW POSTS VEHICLE REGISTRATION,
001357*                 INSPECTION, AND INSURANCE EXPIRIES TO
001358*                 DEADLINE.REG UNDER DESK FLEET.
001359* 10/15/2026  DL  THE BATCH (R)EPORT RUN NOW RECORDS ITS
001360*                 COMPLETION ON THE RUN-STATUS FILE (VIA THE
001361*                 SHARED RUNSTAT SUBPROGRAM), SO THE NITEPKT
001362*                 MORNING PACKET CAN TELL A DEADLINE REGISTER
001363*                 THAT RAN FROM ONE THAT NEVER DID.
001379*----------------------------------------------------------------
001400 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
001900 FILE-CONTROL.
002801     05  dlDeskI                 PIC X(10).
002802 FD  deadlineRptFile.
002803 01  deadlineRptRecord           PIC X(70).
002851 WORKING-STORAGE SECTION.
002900*----------------------------------------------------------------
003000* SWITCHES
003100*----------------------------------------------------------------
005168* CALL INTERFACE TO THE SHARED BUSINESS-DAY SUBPROGRAM
005170*----------------------------------------------------------------
005172 COPY "bdayparm.cpy".
005173*----------------------------------------------------------------
005174* CALL INTERFACE TO THE SHARED DATE-VALIDATION SUBPROGRAM
005175*----------------------------------------------------------------
005176 COPY "dvalparm.cpy".
005177*----------------------------------------------------------------
005178* CALL INTERFACE TO THE SHARED RUN-CONTROL SUBPROGRAM
005179*----------------------------------------------------------------
005180 COPY "rctlparm.cpy".
005181*----------------------------------------------------------------
005182* CALL INTERFACE TO THE SHARED RUN-STATUS SUBPROGRAM
005183*----------------------------------------------------------------
005184 COPY "rstparm.cpy".
005185*----------------------------------------------------------------
005186* JOB-SCHEDULE MASTER (JOBSCHED.MST) AND THE 30-DAY RUN-
005187* CALENDAR PROJECTION WORK AREAS
005232 01  WS-DL-SWAP-SUB              PIC 9(03) COMP.
005233 01  WS-DL-SWAP                  PIC X(48).
005234 01  WS-DEADLINE-TABLE.
005235     05  WS-DL-ENTRY OCCURS 500 TIMES.
005236         10  WS-DL-RECORD.
005237             15  WS-DL-DATE      PIC 9(08).
005238             15  WS-DL-DESC      PIC X(30).
005857         WHEN REGISTER-FUNCTION
005858             PERFORM 6000-REPORT-DEADLINES
005859                 THRU 6000-REPORT-DEADLINES-EXIT
005862             PERFORM 9100-RECORD-STEP-COMPLETE
005866                 THRU 9100-RECORD-STEP-COMPLETE-EXIT
005870         WHEN ENTRY-FUNCTION
005873             PERFORM 6500-ENTER-ONE-DEADLINE
005877                 THRU 6500-ENTER-ONE-DEADLINE-EXIT
005881         WHEN OTHER
005900             PERFORM 2000-SHOW-DATES
006000                 THRU 2000-SHOW-DATES-EXIT
006010     END-EVALUATE.
014590             AT END
014600             EXIT PERFORM
014610         END-READ
014620         IF WS-DL-COUNT >= 500
014630             DISPLAY "WARNING - deadline table full, entry "
014640                 "ignored: " dlDescI
014650         ELSE
015600     DISPLAY "Deadline registered for " WS-DL-ENTRY-DATE.
015610 6500-ENTER-ONE-DEADLINE-EXIT.
015620     EXIT.
015630*----------------------------------------------------------------
015640 9100-RECORD-STEP-COMPLETE.
015650*    THE REPORT RUN IS THE DEADLNST STEP OF NITEBTCH - A CLEAN
015660*    FINISH GOES ON THE RUN-STATUS FILE FOR THE MORNING PACKET.
015670*----------------------------------------------------------------
015680     SET RSTAT-RECORD-COMPLETE TO TRUE.
015690     MOVE FUNCTION CURRENT-DATE(1:8) TO RSTAT-BUSINESS-DATE.
015700     MOVE "DATETIME" TO RSTAT-STEP-NAME.
015710     CALL "RUNSTAT" USING RSTAT-PARM.
015720 9100-RECORD-STEP-COMPLETE-EXIT.
015730     EXIT.
