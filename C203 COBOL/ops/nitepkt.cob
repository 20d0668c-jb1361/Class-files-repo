001800*                 STEP COMPLETED ON NITEBTCH.STA - SO AN ABSENT
001900*                 REPORT IS AN EXPLICIT STATEMENT, NOT SOMETHING
002000*                 NOBODY NOTICED.
002033* 09/14/2026  DL  THE FACULTY LOAN GL EXTRACT CONTROL REPORT
002066*                 (LAB30.GLR) IS NOW A PACKET SECTION.
002077* 09/18/2026  DL  THE DAILY PAYMENT REVERSALS REGISTER
002088*                 (LAB30.RVR) IS NOW A PACKET SECTION.
002090* 09/21/2026  DL  THE CHARGED-OFF LOAN RECOVERY REGISTER
002091*                 (LAB30.RCR) IS NOW A PACKET SECTION.
002092* 09/23/2026  DL  THE PAYROLL DEDUCTION EXCEPTION LIST
002093*                 (LAB30.PDX) IS NOW A PACKET SECTION.
002094* 09/25/2026  DL  HARDSHIP DEFERRALS ENDING IN THE NEXT 30
002095*                 BUSINESS DAYS (LAB30.DFX) ARE NOW A PACKET
002096*                 SECTION.
002097* 10/05/2026  DL  THE VEHICLE COMPLIANCE EXCEPTIONS (LAB22.CPX)
002098*                 AND THE DATETIME DEADLINE REPORT (DEADLINE.RPT)
002099*                 ARE NOW PACKET SECTIONS.
002100* 10/07/2026  DL  THE L_10 DISPATCHER EXCEPTION PAGE (L10.DXP) -
002101*                 SPARE SUBSTITUTIONS AND ROUTES SHORT A VEHICLE
002102*                 - IS NOW A PACKET SECTION.
002103* 10/15/2026  DL  THE L_10 DRIVER HOURS-OF-SERVICE REPORT
002104*                 (L10.DHR) IS NOW A PACKET SECTION.
002105* 10/15/2026  DL  NITEPKT NOW RECORDS ITS OWN COMPLETION ON THE
002108*                 RUN-STATUS FILE (IT NEVER SKIPS ON A RESTART -
002111*                 THE PACKET IS ALWAYS REASSEMBLED), WHICH IS HOW
002114*                 MEGATE KNOWS THE NIGHT'S CHAIN HAS RUN THROUGH.
002117*                 RUN AS THE PACKET STEP OF THE MONTHEND JOB IT
002120*                 READS MONTHEND.STA AND BUILDS MONTHEND.PKT FROM
002123*                 THE MONTH-END SECTION TABLE INSTEAD. A SECTION
002126*                 WITH NO FILE IS A REPORT THAT ONLY GOES TO ITS
002129*                 STEP'S SYSOUT - THE PACKET SAYS WHETHER THE STEP
002132*                 COMPLETED AND WHERE TO LOOK.
002135* 10/15/2026  DL  MONTH-END PACKET GAINS THE SODRPT SEPARATION-OF-
002138*                 DUTIES EXCEPTION REPORT.
002141* 10/15/2026  DL  MORNING PACKET GAINS THE XREFCHK CROSS-FILE
002144*                 INTEGRITY SWEEP.
002145* 10/15/2026  DL  MORNING PACKET GAINS THE MAILRUN CORRESPONDENCE
002146*                 COUNTS BY DELIVERY METHOD.
002147* 10/15/2026  DL  MONTH-END PACKET GAINS THE RETPURGE RECORDS
002148*                 RETENTION PURGE REGISTER.
002151*----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT srcFile ASSIGN USING WS-SRC-NAME
002600         ORGANIZATION LINE SEQUENTIAL
002700         FILE STATUS IS srcFileStatus.
002800     SELECT OPTIONAL statusFile ASSIGN USING WS-STATUS-NAME
002900         ORGANIZATION LINE SEQUENTIAL
003000         FILE STATUS IS statusFileStatus.
003100     SELECT packetFile ASSIGN USING WS-PACKET-NAME
003200         ORGANIZATION LINE SEQUENTIAL.
003300 DATA DIVISION.
003400 FILE SECTION.
005300 01  WS-LINES-COPIED             PIC 9(07) COMP VALUE ZERO.
005400 01  WS-SECTIONS-PRESENT         PIC 9(02) COMP VALUE ZERO.
005500 01  WS-SECTIONS-MISSING         PIC 9(02) COMP VALUE ZERO.
005510*----------------------------------------------------------------
005520* WHICH PACKET - THE NIGHTLY ONE UNLESS RUNSTAT SAYS MONTHEND
005530*----------------------------------------------------------------
005540 01  WS-STATUS-NAME              PIC X(12) VALUE "NITEBTCH.STA".
005550 01  WS-PACKET-NAME              PIC X(12) VALUE "MORNING.PKT".
005560 01  WS-PACKET-TITLE             PIC X(16)
005570         VALUE "MORNING PACKET".
005600*----------------------------------------------------------------
005700* THE PACKET'S SECTIONS - TITLE, FILE, AND THE NITEBTCH STEP
005800* THAT PRODUCES IT. ADDING A REPORT TO THE PACKET MEANS ADDING
005900* ONE TRIPLE HERE, THE MENU-TABLE PATTERN.
006000*----------------------------------------------------------------
006100 78  NITEPKT-SECTION-COUNT       VALUE 16.
006200 01  WS-SECTION-VALUES.
006300     05  FILLER PIC X(50) VALUE
006400         "DELINQUENCY NOTICES           LAB30.NTC   LAB30   ".
006500     05  FILLER PIC X(50) VALUE
006600         "FACULTY STATEMENTS            LAB30.STM   LAB30   ".
006633     05  FILLER PIC X(50) VALUE
006666         "LOAN GL EXTRACT CONTROL       LAB30.GLR   LAB30GL ".
006677     05  FILLER PIC X(50) VALUE
006688         "PAYMENT REVERSALS REGISTER    LAB30.RVR   LAB30   ".
006690     05  FILLER PIC X(50) VALUE
006691         "LOAN RECOVERY REGISTER        LAB30.RCR   LAB30RCY".
006692     05  FILLER PIC X(50) VALUE
006693         "PAYROLL DEDUCTION EXCEPTIONS  LAB30.PDX   LAB30PDC".
006694     05  FILLER PIC X(50) VALUE
006695         "DEFERRALS ENDING 30 BUS DAYS  LAB30.DFX   LAB30   ".
006700     05  FILLER PIC X(50) VALUE
006800         "ROUTE DISPATCH SHEET          L10.DSP     L_10    ".
006900     05  FILLER PIC X(50) VALUE
007000         "ROUTE LOAD-FACTOR REPORT      L10.LDF     L_10    ".
007033     05  FILLER PIC X(50) VALUE
007066         "DISPATCHER EXCEPTIONS         L10.DXP     L_10    ".
007100     05  FILLER PIC X(50) VALUE
007133         "VEHICLE COMPLIANCE EXCEPTIONS LAB22.CPX   LAB22CP ".
007166     05  FILLER PIC X(50) VALUE
007200         "DEAN'S LIST                   lab36.dl    LAB36   ".
007233     05  FILLER PIC X(50) VALUE
007266         "DEADLINE REGISTER             DEADLINE.RPTDATETIME".
007270     05  FILLER PIC X(50) VALUE
007272         "REFERENTIAL INTEGRITY SWEEP   XREFCHK.RPT XREFCHK ".
007273     05  FILLER PIC X(50) VALUE
007274         "CORRESPONDENCE RUN            MAIL.RPT    MAILRUN ".
007275     05  FILLER PIC X(50) VALUE
007285         "DRIVER HOURS OF SERVICE       L10.DHR     L_10    ".
007300 01  WS-SECTION-TABLE REDEFINES WS-SECTION-VALUES.
007400     05  WS-SECTION-ENTRY OCCURS NITEPKT-SECTION-COUNT TIMES.
007500         10  WS-SEC-TITLE        PIC X(30).
007600         10  WS-SEC-FILE         PIC X(12).
007700         10  WS-SEC-STEP         PIC X(08).
007800 01  WS-SEC-SUB                  PIC 9(02) COMP.
007805 01  WS-SECTION-LIMIT            PIC 9(02) COMP
007809         VALUE NITEPKT-SECTION-COUNT.
007813*----------------------------------------------------------------
007817* THE MONTH-END PACKET'S SECTIONS, SAME TRIPLES. A BLANK FILE IS
007821* A STEP WHOSE REPORT GOES ONLY TO ITS SYSOUT. LOADED OVER THE
007825* NIGHTLY TABLE WHEN NITEPKT RUNS AS A MONTHEND STEP.
007829*----------------------------------------------------------------
007833 78  NITEPKT-ME-SECTION-COUNT    VALUE 7.
007837 01  WS-ME-SECTION-VALUES.
007841     05  FILLER PIC X(50) VALUE
007845         "LOAN AGING AND SNAPSHOT                   LAB30   ".
007849     05  FILLER PIC X(50) VALUE
007853         "AGING TREND REPORT            LAB30.TRD   LAB30TRD".
007857     05  FILLER PIC X(50) VALUE
007861         "VIN MASTER INTEGRITY AUDIT                LAB22AUD".
007865     05  FILLER PIC X(50) VALUE
007869         "FLEET STATISTICS                          LAB22ST ".
007870     05  FILLER PIC X(50) VALUE
007871         "SEPARATION OF DUTIES EXCEPTIONSODRPT.RPT  SODRPT  ".
007872     05  FILLER PIC X(50) VALUE
007873         "RECORDS RETENTION PURGE       PURGE.REG   RETPURGE".
007875     05  FILLER PIC X(50) VALUE
007877         "LOG ARCHIVE SUMMARY           ARCHIVE.SUM LOGROTAT".
007900*----------------------------------------------------------------
008000* PER-SECTION STATE FOR THE TABLE OF CONTENTS
008100*----------------------------------------------------------------
008700* CALL INTERFACE TO THE SHARED AUDIT-LOG SUBPROGRAM
008800*----------------------------------------------------------------
008900 COPY "auditparm.cpy".
008910*----------------------------------------------------------------
008920* CALL INTERFACE TO THE SHARED RUN-STATUS SUBPROGRAM
008930*----------------------------------------------------------------
008940 COPY "rstparm.cpy".
009000 PROCEDURE DIVISION.
009100*----------------------------------------------------------------
009200 0000-MAINLINE.
009600     MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-START-DATE.
009700     MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-START-TIME.
009800     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
009810     PERFORM 0100-NAME-THE-PACKET
009820         THRU 0100-NAME-THE-PACKET-EXIT.
009900
010000     PERFORM 1000-SIZE-UP-SECTIONS
010100         THRU 1000-SIZE-UP-SECTIONS-EXIT
010200         VARYING WS-SEC-SUB FROM 1 BY 1
010300         UNTIL WS-SEC-SUB > WS-SECTION-LIMIT.
010400
010500     OPEN OUTPUT packetFile.
010600     PERFORM 2000-WRITE-CONTENTS-PAGE
010800     PERFORM 3000-WRITE-ONE-SECTION
010900         THRU 3000-WRITE-ONE-SECTION-EXIT
011000         VARYING WS-SEC-SUB FROM 1 BY 1
011100         UNTIL WS-SEC-SUB > WS-SECTION-LIMIT.
011200     CLOSE packetFile.
011300
011400     DISPLAY WS-PACKET-NAME " assembled - "
011500         WS-SECTIONS-PRESENT " section(s) present, "
011600         WS-SECTIONS-MISSING " missing".
011700     IF WS-SECTIONS-MISSING NOT = ZERO
012300     MOVE WS-LINES-COPIED TO AUDIT-RECORDS-READ.
012400     MOVE WS-SECTIONS-PRESENT TO AUDIT-RECORDS-WRITTEN.
012500     CALL "AUDITLOG" USING AUDIT-PARM.
012510*    A PACKET WITH MISSING SECTIONS IS STILL A FINISHED PACKET.
012520     PERFORM 9100-RECORD-STEP-COMPLETE
012530         THRU 9100-RECORD-STEP-COMPLETE-EXIT.
012600*    SET LAST - ANY LATER CALL RESETS THE RETURN-CODE REGISTER.
012700     MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
012800     STOP RUN.
012805*----------------------------------------------------------------
012810 0100-NAME-THE-PACKET.
012815*    RUNSTAT KNOWS WHETHER THIS RUN IS A MONTHEND STEP. NITEPKT
012820*    NEVER SKIPS ITSELF - A RESTART REASSEMBLES THE PACKET.
012825*----------------------------------------------------------------
012830     SET RSTAT-WHICH-JOB TO TRUE.
012835     MOVE WS-TODAY TO RSTAT-BUSINESS-DATE.
012840     MOVE "NITEPKT" TO RSTAT-STEP-NAME.
012845     CALL "RUNSTAT" USING RSTAT-PARM.
012850     IF RSTAT-MONTH-END-JOB
012855         MOVE "MONTHEND.STA" TO WS-STATUS-NAME
012860         MOVE "MONTHEND.PKT" TO WS-PACKET-NAME
012865         MOVE "MONTH-END PACKET" TO WS-PACKET-TITLE
012870         MOVE WS-ME-SECTION-VALUES TO WS-SECTION-VALUES
012875         MOVE NITEPKT-ME-SECTION-COUNT TO WS-SECTION-LIMIT
012880     END-IF.
012885 0100-NAME-THE-PACKET-EXIT.
012890     EXIT.
012900*----------------------------------------------------------------
013000 1000-SIZE-UP-SECTIONS.
013100*    FOR ONE SECTION - DID ITS PRODUCING STEP COMPLETE TONIGHT
013500     MOVE "N" TO WS-SEC-FILE-SW(WS-SEC-SUB).
013600     PERFORM 1100-SCAN-STATUS-FILE
013700         THRU 1100-SCAN-STATUS-FILE-EXIT.
013750     IF WS-SEC-FILE(WS-SEC-SUB) = SPACES
013760         GO TO 1000-SIZE-UP-SECTIONS-EXIT
013770     END-IF.
013800     MOVE WS-SEC-FILE(WS-SEC-SUB) TO WS-SRC-NAME.
013900     OPEN INPUT srcFile.
014000     IF srcFileStatus = "00"
017100     MOVE ALL "*" TO packetRecord.
017200     WRITE packetRecord.
017300     MOVE SPACES TO packetRecord.
017400     STRING WS-PACKET-TITLE DELIMITED BY "  "
017450            " - " DELIMITED BY SIZE
017500            WS-TODAY DELIMITED BY SIZE
017600         INTO packetRecord.
017700     WRITE packetRecord.
018000     PERFORM 2100-WRITE-ONE-TOC-LINE
018100         THRU 2100-WRITE-ONE-TOC-LINE-EXIT
018200         VARYING WS-SEC-SUB FROM 1 BY 1
018300         UNTIL WS-SEC-SUB > WS-SECTION-LIMIT.
018400     MOVE ALL "*" TO packetRecord.
018500     WRITE packetRecord.
018600 2000-WRITE-CONTENTS-PAGE-EXIT.
019000*----------------------------------------------------------------
019100     MOVE SPACES TO packetRecord.
019200     EVALUATE TRUE
019210         WHEN WS-SEC-FILE(WS-SEC-SUB) = SPACES
019220             AND WS-SEC-STEP-DONE-SW(WS-SEC-SUB) = "Y"
019230             STRING "  " WS-SEC-TITLE(WS-SEC-SUB)
019240                 " - STEP RAN, REPORT ON SYSOUT"
019250                 DELIMITED BY SIZE INTO packetRecord
019300         WHEN WS-SEC-FILE-SW(WS-SEC-SUB) = "Y"
019400             STRING "  " WS-SEC-TITLE(WS-SEC-SUB)
019500                 " - PRESENT" DELIMITED BY SIZE
021500     WRITE packetRecord.
021600     MOVE ALL "=" TO packetRecord.
021700     WRITE packetRecord.
021720     MOVE WS-SEC-FILE(WS-SEC-SUB) TO WS-SRC-NAME.
021740     IF WS-SRC-NAME = SPACES
021760         MOVE "SYSOUT" TO WS-SRC-NAME
021780     END-IF.
021800     MOVE SPACES TO packetRecord.
021900     STRING "  " WS-SEC-TITLE(WS-SEC-SUB)
022000         "  (" DELIMITED BY SIZE
022100         WS-SRC-NAME DELIMITED BY SIZE
022200         ")" DELIMITED BY SIZE
022300         INTO packetRecord.
022400     WRITE packetRecord.
022500     MOVE ALL "=" TO packetRecord.
022600     WRITE packetRecord.
022700
022710     IF WS-SEC-FILE(WS-SEC-SUB) = SPACES
022715         AND WS-SEC-STEP-DONE-SW(WS-SEC-SUB) = "Y"
022720         ADD 1 TO WS-SECTIONS-PRESENT
022725         MOVE SPACES TO packetRecord
022730         STRING "  STEP " DELIMITED BY SIZE
022735             WS-SEC-STEP(WS-SEC-SUB) DELIMITED BY SIZE
022740             " COMPLETED - ITS REPORT IS ON THE STEP'S SYSOUT"
022745             DELIMITED BY SIZE
022750             INTO packetRecord
022755         WRITE packetRecord
022760         GO TO 3000-WRITE-ONE-SECTION-EXIT
022765     END-IF.
022800     IF WS-SEC-FILE-SW(WS-SEC-SUB) NOT = "Y"
022900         ADD 1 TO WS-SECTIONS-MISSING
023000         IF WS-SEC-STEP-DONE-SW(WS-SEC-SUB) = "Y"
026100     CLOSE srcFile.
026200 3000-WRITE-ONE-SECTION-EXIT.
026300     EXIT.
026400*----------------------------------------------------------------
026500 9100-RECORD-STEP-COMPLETE.
026600*    A CLEAN FINISH GOES ON THE RUN-STATUS FILE SO A RESTART
026700*    SUBMIT CAN SKIP THIS STEP.
026800*----------------------------------------------------------------
026900     SET RSTAT-RECORD-COMPLETE TO TRUE.
027000     MOVE FUNCTION CURRENT-DATE(1:8) TO RSTAT-BUSINESS-DATE.
027100     MOVE "NITEPKT" TO RSTAT-STEP-NAME.
027200     CALL "RUNSTAT" USING RSTAT-PARM.
027300 9100-RECORD-STEP-COMPLETE-EXIT.
027400     EXIT.
