001600*                 PUTTING THE BUSINESS DATE IN NITEBTCH.RST -
001700*                 EACH ALREADY-COMPLETE STEP SKIPS ITSELF AND
001800*                 THE CHAIN RESUMES AT THE FIRST INCOMPLETE ONE.
001810* 10/15/2026  DL  THE MONTHEND JOB RESTARTS THE SAME WAY. WHILE
001820*                 MEGATE HOLDS THE MONTH-END WINDOW OPEN ON
001830*                 MONTHEND.RUN FOR THE BUSINESS DATE, EVERY STEP
001840*                 RECORDS ON MONTHEND.STA AND TESTS MONTHEND.RST,
001850*                 SO LAB30 RUNNING AS A MONTH-END STEP NEVER
001860*                 MIXES WITH ITS NITEBTCH RUN THE SAME NIGHT. A
001870*                 NEW "J" FUNCTION ONLY NAMES THE JOB.
001900*----------------------------------------------------------------
002000* CALLING CONVENTION - CALL "RUNSTAT" USING RSTAT-PARM (SEE
002100* COPYBOOK RSTPARM FOR THE FUNCTION CODES).
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT statusFile ASSIGN USING RSTAT-STATUS-NAME
002700         ORGANIZATION LINE SEQUENTIAL
002800         FILE STATUS IS statusFileStatus.
002900     SELECT OPTIONAL restartFile ASSIGN USING RSTAT-RESTART-NAME
003000         ORGANIZATION LINE SEQUENTIAL
003100         FILE STATUS IS restartFileStatus.
003110     SELECT OPTIONAL windowFile ASSIGN TO "MONTHEND.RUN"
003120         ORGANIZATION LINE SEQUENTIAL
003130         FILE STATUS IS windowFileStatus.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  statusFile.
003900 FD  restartFile.
004000 01  restartRecord.
004100     05  rstBusinessDate         PIC 9(08).
004110 FD  windowFile.
004120 01  windowRecord.
004130     05  winBusinessDate         PIC 9(08).
004140     05  winState                PIC X(01).
004150         88  WINDOW-OPEN                 VALUE "O".
004200 WORKING-STORAGE SECTION.
004300 01  statusFileStatus            PIC X(02).
004400 01  restartFileStatus           PIC X(02).
004410 01  windowFileStatus            PIC X(02).
004420 01  RSTAT-STATUS-NAME           PIC X(12).
004430 01  RSTAT-RESTART-NAME          PIC X(12).
004500 01  RSTAT-RESTART-SW            PIC X(01).
004600     88  RESTART-SUBMIT                  VALUE "Y".
004700     88  NORMAL-SUBMIT                   VALUE "N".
005200 0000-MAINLINE.
005300*----------------------------------------------------------------
005400     SET RSTAT-STEP-NOT-DONE TO TRUE.
005410     PERFORM 0100-NAME-THE-JOB
005420         THRU 0100-NAME-THE-JOB-EXIT.
005500     EVALUATE TRUE
005600         WHEN RSTAT-RECORD-COMPLETE
005700             PERFORM 1000-RECORD-COMPLETION
006300             CONTINUE
006400     END-EVALUATE.
006500     GOBACK.
006502*----------------------------------------------------------------
006505 0100-NAME-THE-JOB.
006508*    NITEBTCH UNLESS MONTHEND.RUN SHOWS THE MONTH-END WINDOW
006511*    OPEN FOR THIS BUSINESS DATE.
006514*----------------------------------------------------------------
006517     SET RSTAT-NIGHTLY-JOB TO TRUE.
006520     OPEN INPUT windowFile.
006523     IF windowFileStatus = "00"
006526         READ windowFile
006529             AT END
006532                 CONTINUE
006535             NOT AT END
006538                 IF WINDOW-OPEN
006541                     AND winBusinessDate = RSTAT-BUSINESS-DATE
006544                     SET RSTAT-MONTH-END-JOB TO TRUE
006547                 END-IF
006550         END-READ
006553     END-IF.
006556     CLOSE windowFile.
006559     IF RSTAT-MONTH-END-JOB
006562         MOVE "MONTHEND.STA" TO RSTAT-STATUS-NAME
006565         MOVE "MONTHEND.RST" TO RSTAT-RESTART-NAME
006568     ELSE
006571         MOVE "NITEBTCH.STA" TO RSTAT-STATUS-NAME
006574         MOVE "NITEBTCH.RST" TO RSTAT-RESTART-NAME
006577     END-IF.
006580 0100-NAME-THE-JOB-EXIT.
006583     EXIT.
006600*----------------------------------------------------------------
006700 1000-RECORD-COMPLETION.
006800*    APPEND ONE COMPLETION RECORD - CREATE-ON-FIRST-USE, SAME
